           SELECT BOTL-REG-FILE ASSIGN TO "BOTLMREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL BOTL-PARM-FILE ASSIGN TO "BOTLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL BOTL-PND-FILE ASSIGN TO "BOTLPNDI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT BOTL-PNDO-FILE ASSIGN TO "BOTLPNDO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PNDO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY BOTLMNTR.

       FD  BOTL-NEW-FILE.
       01  BOTL-NEW-REC PIC X(151).

       FD  BOTL-REG-FILE.
           COPY BOTLREGR.

       FD  BOTL-PARM-FILE.
           COPY BOTLPARR.

       FD  BOTL-PND-FILE.
           COPY BOTLPNDR.

       FD  BOTL-PNDO-FILE.
       01  BOTL-PNDO-REC PIC X(134).

       WORKING-STORAGE SECTION.
       01 WS-ITEM-STATUS PIC XX VALUE SPACES.
       01 WS-MNT-STATUS PIC XX VALUE SPACES.
       01 WS-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-REG-STATUS PIC XX VALUE SPACES.
       01 WS-PND-STATUS PIC XX VALUE SPACES.
       01 WS-PNDO-STATUS PIC XX VALUE SPACES.
       01 WS-ITEM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-EOF VALUE 'Y'.
       01 WS-MNT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-MNT-EOF VALUE 'Y'.
       01 WS-MNT-OK-FLAG PIC X VALUE 'N'.
           88 WS-MNT-OK VALUE 'Y'.
       01 WS-PND-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PND-EOF VALUE 'Y'.
       01 WS-MNT-RELEASED-FLAG PIC X VALUE 'N'.
           88 WS-MNT-RELEASED VALUE 'Y'.
       01 WS-OVER-TOLERANCE-FLAG PIC X VALUE 'N'.
           88 WS-OVER-TOLERANCE VALUE 'Y'.
       01 WS-IO-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-SEQ-ERROR-FLAG PIC X VALUE 'N'.
       01 WS-CHANGE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACTIVATE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DEACTIVATE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOC-ADD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOC-CHANGE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CARRIED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PND-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJ-REASON PIC X(30) VALUE SPACES.
       01 WS-REG-VERB PIC X(11) VALUE SPACES.
       01 WS-PREV-ITEM-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-PREV-MNT-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-PREV-OUT-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-BEFORE-REC PIC X(151) VALUE SPACES.
       01 WS-MNT-LOCATION PIC X(4) VALUE SPACES.
       01 WS-LOC-SUB PIC 9 VALUE ZERO.
       01 WS-LOC-FOUND-SUB PIC 9 VALUE ZERO.
       01 WS-LOC-INSERT-SUB PIC 9 VALUE ZERO.
       01 WS-ROLL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ROLL-REORDER-POINT PIC 9(9) VALUE ZERO.
       01 WS-RUN-TS PIC X(21) VALUE SPACES.
       01 WS-APPROVAL-TOLERANCE PIC 9(3) VALUE 10.
       01 WS-PENDING-EXPIRY PIC 9(3) VALUE 14.
       01 WS-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INT PIC 9(9) VALUE ZERO.
       01 WS-HELD-INT PIC 9(9) VALUE ZERO.
       01 WS-PND-AGE PIC 9(5) VALUE ZERO.
       01 WS-HOLD-REASON PIC X(30) VALUE SPACES.
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-RELEASED-ID PIC X(12) VALUE SPACES.
       01 WS-TOL-OLD PIC 9(7)V99 VALUE ZERO.
       01 WS-TOL-NEW PIC 9(7)V99 VALUE ZERO.
       01 WS-TOL-DIFF PIC 9(7)V99 VALUE ZERO.
       01 WS-PND-SEQ PIC 9(4) VALUE ZERO.
       01 WS-PND-NEW-ID.
           05 WS-PND-NEW-DATE PIC X(8).
           05 WS-PND-NEW-SEQ PIC 9(4).
       01 WS-PND-SUB PIC 9(4) VALUE ZERO.
       01 WS-PND-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-PND-USED PIC 9(4) VALUE ZERO.
       01 WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 500 TIMES.
               10 WS-PND-ID PIC X(12).
               10 WS-PND-HELD-DATE PIC X(8).
               10 WS-PND-REASON PIC X(30).
               10 WS-PND-MNT-IMAGE PIC X(84).
               10 WS-PND-STATE PIC X.
                   88 WS-PND-OPEN VALUE 'O'.
                   88 WS-PND-RELEASED VALUE 'R'.
                   88 WS-PND-EXPIRED VALUE 'E'.
       01 WS-PND-IMAGE.
           05 WS-PND-IMAGE-ACTION PIC X.
           05 WS-PND-IMAGE-ITEM-CODE PIC X(8).
           05 FILLER PIC X(55).
           05 WS-PND-IMAGE-USER-ID PIC X(8).
           05 FILLER PIC X(12).
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
       01 WS-NEW-ITEM.
           05 WS-NEW-ITEM-CODE PIC X(8).
           05 WS-NEW-ITEM-DESC PIC X(30).
           05 WS-NEW-ITEM-REORDER-POINT PIC 9(7).
           05 WS-NEW-ITEM-UNIT-COST PIC 9(5)V99.
           05 WS-NEW-ITEM-ACTIVE PIC X.
           05 WS-NEW-ITEM-LOC-USED PIC 9.
           05 WS-NEW-ITEM-LOC-CODE PIC X(4).
           05 WS-NEW-ITEM-LOC-COUNT PIC 9(7).
           05 WS-NEW-ITEM-LOC-REORDER-POINT PIC 9(7).
           05 FILLER PIC X(72).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-RUN-TS(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM 0500-READ-PARM-FILE
           IF WS-PARM-ERROR
               DISPLAY "RUN REJECTED - INVALID CONTROL CARD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER FILE OPEN ERROR - STATUS "
                   GOBACK
               END-IF
           END-IF
           PERFORM 0600-LOAD-PENDING-FILE
           IF RETURN-CODE NOT = ZERO
               CLOSE BOTL-ITEM-FILE
               CLOSE BOTL-MNT-FILE
               GOBACK
           END-IF
           OPEN OUTPUT BOTL-NEW-FILE
           PERFORM 8010-CHECK-NEW-STATUS
           OPEN OUTPUT BOTL-REG-FILE
           PERFORM 8020-CHECK-REG-STATUS
           OPEN OUTPUT BOTL-PNDO-FILE
           PERFORM 8030-CHECK-PNDO-STATUS
           MOVE "===== BOTLITMM ITEM MASTER CHANGE REGISTER ====="
               TO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           STRING "RUN STARTED=" WS-RUN-TS
               DELIMITED BY SIZE INTO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           DISPLAY "RUN SETTINGS - APPROVAL-TOLERANCE="
               WS-APPROVAL-TOLERANCE "% PENDING-EXPIRY="
               WS-PENDING-EXPIRY " DAYS"
           MOVE SPACES TO BOTL-REG-LINE
           STRING "APPROVAL-TOLERANCE=" WS-APPROVAL-TOLERANCE
               "% PENDING-EXPIRY=" WS-PENDING-EXPIRY
               " DAYS PENDING CHANGES CARRIED IN=" WS-PND-READ-COUNT
               DELIMITED BY SIZE INTO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           PERFORM 0650-REGISTER-EXPIRED
           PERFORM 1100-READ-ITEM-RECORD
           PERFORM 1200-READ-MNT-RECORD
           PERFORM UNTIL WS-ITEM-EOF AND WS-MNT-EOF
                       PERFORM 5000-APPLY-MNT-TO-MASTER
               END-EVALUATE
           END-PERFORM
           PERFORM 6500-WRITE-PENDING-FILE
           PERFORM 9000-MAINT-SUMMARY
           CLOSE BOTL-ITEM-FILE
           CLOSE BOTL-MNT-FILE
           CLOSE BOTL-NEW-FILE
           CLOSE BOTL-REG-FILE
           CLOSE BOTL-PNDO-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 20 TO RETURN-CODE
                   WHEN WS-REJECT-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-EXPIRED-COUNT > ZERO
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
                   WHEN "APPROVAL-TOLERANCE"
                       PERFORM 0520-PARSE-PARM-NUMBER
                       IF WS-PARM-NUM-OK AND WS-PARM-NUM <= 999
                           MOVE WS-PARM-NUM TO WS-APPROVAL-TOLERANCE
                       ELSE
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "PENDING-EXPIRY"
                       PERFORM 0520-PARSE-PARM-NUMBER
                       IF WS-PARM-NUM-OK AND WS-PARM-NUM > ZERO
                               AND WS-PARM-NUM <= 999
                           MOVE WS-PARM-NUM TO WS-PENDING-EXPIRY
                       ELSE
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "END-COUNT"
                   WHEN "REJECT-TOLERANCE"
                   WHEN "EXPIRY-WINDOW"
                   WHEN "USAGE-LOOKBACK"
                   WHEN "LEAD-TIME"
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

       0600-LOAD-PENDING-FILE.
           OPEN INPUT BOTL-PND-FILE
           IF WS-PND-STATUS = "05" OR WS-PND-STATUS = "35"
               SET WS-PND-EOF TO TRUE
           ELSE
               IF WS-PND-STATUS NOT = "00"
                   DISPLAY "PENDING CHANGE FILE OPEN ERROR - STATUS "
                       WS-PND-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-PND-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-PND-EOF
               READ BOTL-PND-FILE
                   AT END
                       SET WS-PND-EOF TO TRUE
               END-READ
               IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "10"
                   DISPLAY "PENDING CHANGE FILE I/O ERROR - STATUS "
                       WS-PND-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-PND-EOF TO TRUE
               END-IF
               IF NOT WS-PND-EOF
                   ADD 1 TO WS-PND-READ-COUNT
                   IF WS-PND-USED NOT < 500
                       DISPLAY "PENDING CHANGE FILE HOLDS OVER 500 "
                           "CHANGES - RUN STOPPED"
                       MOVE 12 TO RETURN-CODE
                       SET WS-PND-EOF TO TRUE
                   ELSE
                       PERFORM 0610-LOAD-PENDING-CHANGE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PND-STATUS NOT = "35"
               CLOSE BOTL-PND-FILE
           END-IF.

       0610-LOAD-PENDING-CHANGE.
           ADD 1 TO WS-PND-USED
           MOVE BOTL-PND-ID TO WS-PND-ID(WS-PND-USED)
           MOVE BOTL-PND-HELD-DATE TO WS-PND-HELD-DATE(WS-PND-USED)
           MOVE BOTL-PND-REASON TO WS-PND-REASON(WS-PND-USED)
           MOVE BOTL-PND-MNT-IMAGE TO WS-PND-MNT-IMAGE(WS-PND-USED)
           SET WS-PND-OPEN(WS-PND-USED) TO TRUE
           IF BOTL-PND-ID(1:8) = WS-RUN-TS(1:8)
                   AND BOTL-PND-ID(9:4) NUMERIC
               MOVE BOTL-PND-ID(9:4) TO WS-PND-NEW-SEQ
               IF WS-PND-NEW-SEQ > WS-PND-SEQ
                   MOVE WS-PND-NEW-SEQ TO WS-PND-SEQ
               END-IF
           END-IF
           MOVE ZERO TO WS-HELD-INT
           IF BOTL-PND-HELD-DATE NUMERIC
               MOVE BOTL-PND-HELD-DATE TO WS-DATE-NUM
               COMPUTE WS-HELD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF
           EVALUATE TRUE
               WHEN WS-HELD-INT = ZERO
                   MOVE 99999 TO WS-PND-AGE
               WHEN WS-HELD-INT > WS-TODAY-INT
                   MOVE ZERO TO WS-PND-AGE
               WHEN OTHER
                   COMPUTE WS-PND-AGE = WS-TODAY-INT - WS-HELD-INT
           END-EVALUATE
           IF WS-PND-AGE > WS-PENDING-EXPIRY
               SET WS-PND-EXPIRED(WS-PND-USED) TO TRUE
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF.

       0650-REGISTER-EXPIRED.
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                   UNTIL WS-PND-SUB > WS-PND-USED
               IF WS-PND-EXPIRED(WS-PND-SUB)
                   MOVE WS-PND-MNT-IMAGE(WS-PND-SUB) TO WS-PND-IMAGE
                   DISPLAY "PENDING CHANGE " WS-PND-ID(WS-PND-SUB)
                       " ITEM " WS-PND-IMAGE-ITEM-CODE
                       " EXPIRED UNAPPROVED"
                   MOVE SPACES TO BOTL-REG-LINE
                   STRING "PENDING ID=" WS-PND-ID(WS-PND-SUB)
                       " ITEM=" WS-PND-IMAGE-ITEM-CODE
                       " EXPIRED UNAPPROVED - HELD "
                       WS-PND-HELD-DATE(WS-PND-SUB)
                       " REQUESTED BY=" WS-PND-IMAGE-USER-ID
                       DELIMITED BY SIZE INTO BOTL-REG-LINE
                   PERFORM 8000-WRITE-REG-LINE
                   MOVE SPACES TO BOTL-REG-LINE
                   STRING "  REASON HELD=" WS-PND-REASON(WS-PND-SUB)
                       DELIMITED BY SIZE INTO BOTL-REG-LINE
                   PERFORM 8000-WRITE-REG-LINE
                   MOVE SPACES TO BOTL-REG-LINE
                   STRING "  CONTENTS=" WS-PND-IMAGE
                       DELIMITED BY SIZE INTO BOTL-REG-LINE
                   PERFORM 8000-WRITE-REG-LINE
               END-IF
           END-PERFORM.

       1100-READ-ITEM-RECORD.
           READ BOTL-ITEM-FILE
               AT END
               END-IF
               IF NOT WS-MNT-EOF
                   ADD 1 TO WS-MNT-READ-COUNT
                   MOVE BOTL-MNT-LOCATION TO WS-MNT-LOCATION
                   IF WS-MNT-LOCATION = SPACES
                       MOVE "MAIN" TO WS-MNT-LOCATION
                   END-IF
                   IF BOTL-MNT-ITEM-CODE < WS-PREV-MNT-CODE
                       MOVE "OUT OF ITEM-CODE SEQUENCE"
                           TO WS-REJ-REASON
                       PERFORM 8500-WRITE-REJECT
                   ELSE
                       MOVE BOTL-MNT-ITEM-CODE TO WS-PREV-MNT-CODE
                       PERFORM 1250-CHECK-REQUEST
                   END-IF
               END-IF
           END-PERFORM.

       1250-CHECK-REQUEST.
           MOVE 'N' TO WS-MNT-RELEASED-FLAG
           MOVE SPACES TO WS-APPROVER-ID
           MOVE SPACES TO WS-RELEASED-ID
           EVALUATE TRUE
               WHEN BOTL-MNT-USER-ID = SPACES
                   MOVE "USER ID BLANK" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN BOTL-MNT-APPROVE
                   PERFORM 1260-APPROVE-PENDING
               WHEN OTHER
                   SET WS-MNT-OK TO TRUE
           END-EVALUATE.

       1260-APPROVE-PENDING.
           MOVE ZERO TO WS-PND-FOUND-SUB
           MOVE SPACES TO WS-PND-IMAGE
           IF BOTL-MNT-PENDING-ID NOT = SPACES
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PND-USED
                   IF WS-PND-ID(WS-PND-SUB) = BOTL-MNT-PENDING-ID
                       MOVE WS-PND-SUB TO WS-PND-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PND-FOUND-SUB NOT = ZERO
               MOVE WS-PND-MNT-IMAGE(WS-PND-FOUND-SUB) TO WS-PND-IMAGE
           END-IF
           EVALUATE TRUE
               WHEN WS-PND-FOUND-SUB = ZERO
                   MOVE "PENDING ID NOT FOUND" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN WS-PND-EXPIRED(WS-PND-FOUND-SUB)
                   MOVE "PENDING ID HAS EXPIRED" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN WS-PND-RELEASED(WS-PND-FOUND-SUB)
                   MOVE "PENDING ID ALREADY APPROVED" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN WS-PND-IMAGE-ITEM-CODE NOT = BOTL-MNT-ITEM-CODE
                   MOVE "PENDING ID IS FOR ANOTHER ITEM" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN WS-PND-IMAGE-USER-ID = BOTL-MNT-USER-ID
                   MOVE "APPROVER SAME AS REQUESTER" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN OTHER
                   SET WS-PND-RELEASED(WS-PND-FOUND-SUB) TO TRUE
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE BOTL-MNT-USER-ID TO WS-APPROVER-ID
                   MOVE BOTL-MNT-PENDING-ID TO WS-RELEASED-ID
                   MOVE WS-PND-IMAGE TO BOTL-MNT-REC
                   SET WS-MNT-RELEASED TO TRUE
                   MOVE BOTL-MNT-LOCATION TO WS-MNT-LOCATION
                   IF WS-MNT-LOCATION = SPACES
                       MOVE "MAIN" TO WS-MNT-LOCATION
                   END-IF
                   SET WS-MNT-OK TO TRUE
           END-EVALUATE.

       3000-COPY-MASTER.
           MOVE BOTL-ITEM-REC TO BOTL-NEW-REC
           PERFORM 6000-WRITE-NEW-RECORD
               WHEN BOTL-MNT-UNIT-COST NOT NUMERIC
                   MOVE "UNIT COST NOT NUMERIC" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN NOT WS-MNT-RELEASED
                   MOVE "ITEM ADD" TO WS-HOLD-REASON
                   PERFORM 7000-HOLD-CHANGE
               WHEN OTHER
                   MOVE SPACES TO WS-NEW-ITEM
                   MOVE BOTL-MNT-ITEM-CODE TO WS-NEW-ITEM-CODE
                   MOVE BOTL-MNT-DESC TO WS-NEW-ITEM-DESC
                   MOVE BOTL-MNT-COUNT TO WS-NEW-ITEM-COUNT
                       TO WS-NEW-ITEM-REORDER-POINT
                   MOVE BOTL-MNT-UNIT-COST TO WS-NEW-ITEM-UNIT-COST
                   MOVE 'Y' TO WS-NEW-ITEM-ACTIVE
                   MOVE 1 TO WS-NEW-ITEM-LOC-USED
                   MOVE WS-MNT-LOCATION TO WS-NEW-ITEM-LOC-CODE
                   MOVE BOTL-MNT-COUNT TO WS-NEW-ITEM-LOC-COUNT
                   MOVE BOTL-MNT-REORDER-POINT
                       TO WS-NEW-ITEM-LOC-REORDER-POINT
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADDED" TO WS-REG-VERB
                   MOVE "(NO RECORD)" TO WS-BEFORE-REC
                   PERFORM 8500-WRITE-REJECT
               WHEN BOTL-MNT-CHANGE
                   PERFORM 5100-CHANGE-ITEM
               WHEN BOTL-MNT-LOC-MAINT
                   PERFORM 5200-MAINTAIN-LOCATION
               WHEN BOTL-MNT-ACTIVATE
                   MOVE 'Y' TO BOTL-ITEM-ACTIVE
                   ADD 1 TO WS-ACTIVATE-COUNT
                   MOVE "ACTIVATED" TO WS-REG-VERB
                   MOVE BOTL-ITEM-REC TO BOTL-NEW-REC
                   PERFORM 8100-REGISTER-CHANGE
               WHEN BOTL-MNT-DEACTIVATE AND NOT WS-MNT-RELEASED
                   MOVE "DEACTIVATION" TO WS-HOLD-REASON
                   PERFORM 7000-HOLD-CHANGE
               WHEN BOTL-MNT-DEACTIVATE
                   MOVE 'N' TO BOTL-ITEM-ACTIVE
                   ADD 1 TO WS-DEACTIVATE-COUNT
               MOVE "NO CHANGE FIELDS KEYED" TO WS-REJ-REASON
               PERFORM 8500-WRITE-REJECT
           ELSE
               PERFORM 5300-FIND-LOCATION
               IF BOTL-MNT-REORDER-POINT NUMERIC
                       AND WS-LOC-FOUND-SUB = ZERO
                   MOVE "LOCATION NOT ON ITEM MASTER" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               ELSE
                   PERFORM 5150-CHECK-CHANGE-TOLERANCE
                   IF WS-HOLD-REASON NOT = SPACES
                       PERFORM 7000-HOLD-CHANGE
                   ELSE
                       PERFORM 5110-APPLY-CHANGE
                   END-IF
               END-IF
           END-IF.

       5110-APPLY-CHANGE.
           IF BOTL-MNT-DESC NOT = SPACES
               MOVE BOTL-MNT-DESC TO BOTL-ITEM-DESC
           END-IF
           IF BOTL-MNT-REORDER-POINT NUMERIC
               MOVE BOTL-MNT-REORDER-POINT
                   TO BOTL-ITEM-LOC-REORDER-POINT(WS-LOC-FOUND-SUB)
               PERFORM 5400-ROLL-UP-LOCATIONS
           END-IF
           IF BOTL-MNT-UNIT-COST NUMERIC
               MOVE BOTL-MNT-UNIT-COST TO BOTL-ITEM-UNIT-COST
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE "CHANGED" TO WS-REG-VERB
           MOVE BOTL-ITEM-REC TO BOTL-NEW-REC
           PERFORM 8100-REGISTER-CHANGE.

       5150-CHECK-CHANGE-TOLERANCE.
           MOVE SPACES TO WS-HOLD-REASON
           IF NOT WS-MNT-RELEASED
               IF BOTL-MNT-CHANGE AND BOTL-MNT-UNIT-COST NUMERIC
                   MOVE BOTL-ITEM-UNIT-COST TO WS-TOL-OLD
                   MOVE BOTL-MNT-UNIT-COST TO WS-TOL-NEW
                   PERFORM 7100-MEASURE-TOLERANCE
                   IF WS-OVER-TOLERANCE
                       MOVE "COST CHANGE OVER TOLERANCE" TO WS-HOLD-REASON
                   END-IF
               END-IF
               IF BOTL-MNT-REORDER-POINT NUMERIC
                       AND WS-LOC-FOUND-SUB NOT = ZERO
                   MOVE BOTL-ITEM-LOC-REORDER-POINT(WS-LOC-FOUND-SUB)
                       TO WS-TOL-OLD
                   MOVE BOTL-MNT-REORDER-POINT TO WS-TOL-NEW
                   PERFORM 7100-MEASURE-TOLERANCE
                   IF WS-OVER-TOLERANCE
                       IF WS-HOLD-REASON = SPACES
                           MOVE "REORDER POINT OVER TOLERANCE"
                               TO WS-HOLD-REASON
                       ELSE
                           MOVE "COST AND REORDER PT OVER TOL"
                               TO WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5200-MAINTAIN-LOCATION.
           PERFORM 5300-FIND-LOCATION
           PERFORM 5150-CHECK-CHANGE-TOLERANCE
           EVALUATE TRUE
               WHEN BOTL-ITEM-LOC-USED NOT NUMERIC
                   MOVE "BAD LOCATION TABLE ON MASTER" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN BOTL-MNT-REORDER-POINT NOT NUMERIC
                   MOVE "REORDER POINT NOT NUMERIC" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN WS-LOC-FOUND-SUB NOT = ZERO
                       AND WS-HOLD-REASON NOT = SPACES
                   PERFORM 7000-HOLD-CHANGE
               WHEN WS-LOC-FOUND-SUB NOT = ZERO
                   MOVE BOTL-MNT-REORDER-POINT
                       TO BOTL-ITEM-LOC-REORDER-POINT(WS-LOC-FOUND-SUB)
                   PERFORM 5400-ROLL-UP-LOCATIONS
                   ADD 1 TO WS-LOC-CHANGE-COUNT
                   MOVE "LOC CHANGED" TO WS-REG-VERB
                   MOVE BOTL-ITEM-REC TO BOTL-NEW-REC
                   PERFORM 8100-REGISTER-CHANGE
               WHEN BOTL-ITEM-LOC-USED NOT < 5
                   MOVE "LOCATION TABLE FULL" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN BOTL-MNT-COUNT NOT NUMERIC
                   MOVE "COUNT NOT NUMERIC" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN BOTL-ITEM-COUNT + BOTL-MNT-COUNT > 9999999
                       OR BOTL-ITEM-REORDER-POINT
                           + BOTL-MNT-REORDER-POINT > 9999999
                   MOVE "ITEM TOTALS WOULD EXCEED CAP" TO WS-REJ-REASON
                   PERFORM 8500-WRITE-REJECT
               WHEN NOT WS-MNT-RELEASED
                   MOVE "LOCATION ADD" TO WS-HOLD-REASON
                   PERFORM 7000-HOLD-CHANGE
               WHEN OTHER
                   PERFORM 5210-INSERT-LOCATION
                   PERFORM 5400-ROLL-UP-LOCATIONS
                   ADD 1 TO WS-LOC-ADD-COUNT
                   MOVE "LOC ADDED" TO WS-REG-VERB
                   MOVE BOTL-ITEM-REC TO BOTL-NEW-REC
                   PERFORM 8100-REGISTER-CHANGE
           END-EVALUATE.

       5210-INSERT-LOCATION.
           MOVE 1 TO WS-LOC-INSERT-SUB
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > BOTL-ITEM-LOC-USED
               IF BOTL-ITEM-LOC-CODE(WS-LOC-SUB) < WS-MNT-LOCATION
                   COMPUTE WS-LOC-INSERT-SUB = WS-LOC-SUB + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LOC-SUB FROM BOTL-ITEM-LOC-USED BY -1
                   UNTIL WS-LOC-SUB < WS-LOC-INSERT-SUB
               MOVE BOTL-ITEM-LOC-ENTRY(WS-LOC-SUB)
                   TO BOTL-ITEM-LOC-ENTRY(WS-LOC-SUB + 1)
           END-PERFORM
           MOVE WS-MNT-LOCATION TO BOTL-ITEM-LOC-CODE(WS-LOC-INSERT-SUB)
           MOVE BOTL-MNT-COUNT TO BOTL-ITEM-LOC-COUNT(WS-LOC-INSERT-SUB)
           MOVE BOTL-MNT-REORDER-POINT
               TO BOTL-ITEM-LOC-REORDER-POINT(WS-LOC-INSERT-SUB)
           ADD 1 TO BOTL-ITEM-LOC-USED.

       5300-FIND-LOCATION.
           MOVE ZERO TO WS-LOC-FOUND-SUB
           IF BOTL-ITEM-LOC-USED NUMERIC
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > BOTL-ITEM-LOC-USED
                           OR WS-LOC-SUB > 5
                   IF BOTL-ITEM-LOC-CODE(WS-LOC-SUB) = WS-MNT-LOCATION
                       MOVE WS-LOC-SUB TO WS-LOC-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.

       5400-ROLL-UP-LOCATIONS.
           MOVE ZERO TO WS-ROLL-COUNT
           MOVE ZERO TO WS-ROLL-REORDER-POINT
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > BOTL-ITEM-LOC-USED
               ADD BOTL-ITEM-LOC-COUNT(WS-LOC-SUB) TO WS-ROLL-COUNT
               ADD BOTL-ITEM-LOC-REORDER-POINT(WS-LOC-SUB)
                   TO WS-ROLL-REORDER-POINT
           END-PERFORM
           MOVE WS-ROLL-COUNT TO BOTL-ITEM-COUNT
           MOVE WS-ROLL-REORDER-POINT TO BOTL-ITEM-REORDER-POINT.

       6000-WRITE-NEW-RECORD.
           IF BOTL-NEW-REC(1:8) < WS-PREV-OUT-CODE
               DISPLAY "OUTPUT MASTER OUT OF SEQUENCE AT ITEM "
               ADD 1 TO WS-WRITE-COUNT
           END-IF.

       6500-WRITE-PENDING-FILE.
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                   UNTIL WS-PND-SUB > WS-PND-USED
               IF WS-PND-OPEN(WS-PND-SUB)
                   MOVE WS-PND-ENTRY(WS-PND-SUB)(1:134) TO BOTL-PNDO-REC
                   WRITE BOTL-PNDO-REC
                   PERFORM 8030-CHECK-PNDO-STATUS
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM.

       7000-HOLD-CHANGE.
           IF WS-PND-USED NOT < 500
               MOVE "PENDING CHANGE FILE FULL" TO WS-REJ-REASON
               PERFORM 8500-WRITE-REJECT
           ELSE
               ADD 1 TO WS-PND-USED
               ADD 1 TO WS-PND-SEQ
               MOVE WS-RUN-TS(1:8) TO WS-PND-NEW-DATE
               MOVE WS-PND-SEQ TO WS-PND-NEW-SEQ
               MOVE WS-PND-NEW-ID TO WS-PND-ID(WS-PND-USED)
               MOVE WS-RUN-TS(1:8) TO WS-PND-HELD-DATE(WS-PND-USED)
               MOVE WS-HOLD-REASON TO WS-PND-REASON(WS-PND-USED)
               MOVE BOTL-MNT-REC TO WS-PND-MNT-IMAGE(WS-PND-USED)
               SET WS-PND-OPEN(WS-PND-USED) TO TRUE
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "ITEM " BOTL-MNT-ITEM-CODE
                   " HELD FOR APPROVAL - PENDING ID=" WS-PND-NEW-ID
               MOVE SPACES TO BOTL-REG-LINE
               STRING "ITEM " BOTL-MNT-ITEM-CODE
                   " HELD FOR APPROVAL - PENDING ID=" WS-PND-NEW-ID
                   " REASON=" WS-HOLD-REASON
                   DELIMITED BY SIZE INTO BOTL-REG-LINE
               PERFORM 8000-WRITE-REG-LINE
               MOVE SPACES TO BOTL-REG-LINE
               STRING "  REQUESTED BY=" BOTL-MNT-USER-ID
                   " CONTENTS=" BOTL-MNT-REC(1:64)
                   DELIMITED BY SIZE INTO BOTL-REG-LINE
               PERFORM 8000-WRITE-REG-LINE
           END-IF.

       7100-MEASURE-TOLERANCE.
           MOVE 'N' TO WS-OVER-TOLERANCE-FLAG
           IF WS-TOL-NEW > WS-TOL-OLD
               COMPUTE WS-TOL-DIFF = WS-TOL-NEW - WS-TOL-OLD
           ELSE
               COMPUTE WS-TOL-DIFF = WS-TOL-OLD - WS-TOL-NEW
           END-IF
           EVALUATE TRUE
               WHEN WS-TOL-DIFF = ZERO
                   CONTINUE
               WHEN WS-TOL-OLD = ZERO
                   SET WS-OVER-TOLERANCE TO TRUE
               WHEN WS-TOL-DIFF * 100 > WS-TOL-OLD * WS-APPROVAL-TOLERANCE
                   SET WS-OVER-TOLERANCE TO TRUE
           END-EVALUATE.

       8000-WRITE-REG-LINE.
           WRITE BOTL-REG-LINE
           PERFORM 8020-CHECK-REG-STATUS.
               DELIMITED BY SIZE INTO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO BOTL-REG-LINE
           STRING "  BEFORE=" WS-BEFORE-REC(1:61)
               DELIMITED BY SIZE INTO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           IF WS-BEFORE-REC(62:90) NOT = SPACES
               MOVE SPACES TO BOTL-REG-LINE
               STRING "    LOCS=" WS-BEFORE-REC(62:90)
                   DELIMITED BY SIZE INTO BOTL-REG-LINE
               PERFORM 8000-WRITE-REG-LINE
           END-IF
           MOVE SPACES TO BOTL-REG-LINE
           STRING "  AFTER =" BOTL-NEW-REC(1:61)
               DELIMITED BY SIZE INTO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO BOTL-REG-LINE
           STRING "    LOCS=" BOTL-NEW-REC(62:90)
               DELIMITED BY SIZE INTO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO BOTL-REG-LINE
           IF WS-MNT-RELEASED
               STRING "  REQUESTED BY=" BOTL-MNT-USER-ID
                   " APPROVED BY=" WS-APPROVER-ID
                   " PENDING ID=" WS-RELEASED-ID
                   DELIMITED BY SIZE INTO BOTL-REG-LINE
           ELSE
               STRING "  REQUESTED BY=" BOTL-MNT-USER-ID
                   " APPROVED BY=(NOT REQUIRED)"
                   DELIMITED BY SIZE INTO BOTL-REG-LINE
           END-IF
           PERFORM 8000-WRITE-REG-LINE.

       8500-WRITE-REJECT.
               SET WS-IO-ERROR TO TRUE
           END-IF.

       8030-CHECK-PNDO-STATUS.
           IF WS-PNDO-STATUS NOT = "00"
               DISPLAY "NEW PENDING CHANGE FILE I/O ERROR - STATUS "
                   WS-PNDO-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-MAINT-SUMMARY.
           DISPLAY "===== BOTLITMM MAINTENANCE SUMMARY ====="
           DISPLAY "MASTER RECORDS READ....: " WS-ITEM-READ-COUNT
           DISPLAY "ITEMS CHANGED..........: " WS-CHANGE-COUNT
           DISPLAY "ITEMS ACTIVATED........: " WS-ACTIVATE-COUNT
           DISPLAY "ITEMS DEACTIVATED......: " WS-DEACTIVATE-COUNT
           DISPLAY "LOCATIONS ADDED........: " WS-LOC-ADD-COUNT
           DISPLAY "LOCATIONS CHANGED......: " WS-LOC-CHANGE-COUNT
           DISPLAY "MAINT REJECTED.........: " WS-REJECT-COUNT
           DISPLAY "CHANGES HELD...........: " WS-HELD-COUNT
           DISPLAY "PENDING APPROVED.......: " WS-RELEASED-COUNT
           DISPLAY "PENDING EXPIRED........: " WS-EXPIRED-COUNT
           DISPLAY "STILL PENDING..........: " WS-CARRIED-COUNT
           MOVE "===== BOTLITMM MAINTENANCE SUMMARY ====="
               TO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
               " ACTIVATED=" WS-ACTIVATE-COUNT
               " DEACTIVATED=" WS-DEACTIVATE-COUNT
               DELIMITED BY SIZE INTO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO BOTL-REG-LINE
           STRING "LOCATIONS ADDED=" WS-LOC-ADD-COUNT
               " LOCATIONS CHANGED=" WS-LOC-CHANGE-COUNT
               DELIMITED BY SIZE INTO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO BOTL-REG-LINE
           STRING "HELD FOR APPROVAL=" WS-HELD-COUNT
               " APPROVED=" WS-RELEASED-COUNT
               " EXPIRED=" WS-EXPIRED-COUNT
               " STILL PENDING=" WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO BOTL-REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       END PROGRAM BOTLITMM.
