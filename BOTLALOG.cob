           COPY BOTLCNFR.

       FD  BOTL-OPEN-OUT-FILE.
       01  BOTL-OPNO-REC PIC X(48).

       FD  BOTL-ARPT-FILE.
           COPY BOTLARPR.
       01 WS-TODAY-INT PIC 9(9) VALUE ZERO.
       01 WS-ALERT-INT PIC 9(9) VALUE ZERO.
       01 WS-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-MATCH-LOCATION PIC X(4) VALUE SPACES.
       01 WS-LEDG-SUB PIC 9(4) VALUE ZERO.
       01 WS-LEDG-USED PIC 9(4) VALUE ZERO.
       01 WS-LEDGER-TABLE.
               10 WS-LEDG-COUNT PIC 9(7).
               10 WS-LEDG-REORDER-POINT PIC 9(7).
               10 WS-LEDG-ALERT-DATE PIC X(8).
               10 WS-LEDG-LOCATION PIC X(4).
               10 WS-LEDG-STATE PIC X.
                   88 WS-LEDG-OPEN VALUE 'O'.
                   88 WS-LEDG-CLOSED VALUE 'C'.
           05 WS-OUT-COUNT PIC 9(7).
           05 WS-OUT-REORDER-POINT PIC 9(7).
           05 WS-OUT-ALERT-DATE PIC X(8).
           05 WS-OUT-LOCATION PIC X(4).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
                   TO WS-LEDG-REORDER-POINT(WS-LEDG-USED)
               MOVE BOTL-OPEN-ALERT-DATE
                   TO WS-LEDG-ALERT-DATE(WS-LEDG-USED)
               MOVE BOTL-OPEN-LOCATION TO WS-LEDG-LOCATION(WS-LEDG-USED)
               IF WS-LEDG-LOCATION(WS-LEDG-USED) = SPACES
                   MOVE "MAIN" TO WS-LEDG-LOCATION(WS-LEDG-USED)
               END-IF
               MOVE 'O' TO WS-LEDG-STATE(WS-LEDG-USED)
           ELSE
               DISPLAY "OPEN-ALERT LEDGER TABLE FULL - ENTRY DROPPED"
           END-IF.

       2100-ADD-ONE-ALERT.
           MOVE BOTL-ALERT-LOCATION TO WS-MATCH-LOCATION
           IF WS-MATCH-LOCATION = SPACES
               MOVE "MAIN" TO WS-MATCH-LOCATION
           END-IF
           PERFORM 6000-FIND-LEDGER-ENTRY
           IF WS-FOUND
               ADD 1 TO WS-DUP-ALERT-COUNT
                       TO WS-LEDG-REORDER-POINT(WS-LEDG-USED)
                   MOVE BOTL-ALERT-TS(1:8)
                       TO WS-LEDG-ALERT-DATE(WS-LEDG-USED)
                   MOVE WS-MATCH-LOCATION
                       TO WS-LEDG-LOCATION(WS-LEDG-USED)
                   MOVE 'O' TO WS-LEDG-STATE(WS-LEDG-USED)
               ELSE
                   DISPLAY "OPEN-ALERT LEDGER TABLE FULL - "
           END-IF.

       3100-CLOSE-ONE-ALERT.
           MOVE BOTL-CONF-LOCATION TO WS-MATCH-LOCATION
           IF WS-MATCH-LOCATION = SPACES
               MOVE "MAIN" TO WS-MATCH-LOCATION
           END-IF
           PERFORM 6100-FIND-CONF-ENTRY
           IF WS-FOUND AND WS-LEDG-OPEN(WS-LEDG-SUB)
               MOVE 'C' TO WS-LEDG-STATE(WS-LEDG-SUB)
               MOVE SPACES TO BOTL-ARPT-LINE
               STRING "CLOSED ITEM " BOTL-CONF-ITEM-CODE
                   " RUN " BOTL-CONF-RUN-ID
                   " LOC=" WS-MATCH-LOCATION
                   " PO=" BOTL-CONF-PO-NUMBER
                   " DUE=" BOTL-CONF-DUE-DATE
                   DELIMITED BY SIZE INTO BOTL-ARPT-LINE
               ADD 1 TO WS-CONF-UNMATCHED-COUNT
               DISPLAY "CONFIRMATION WITHOUT OPEN ALERT - ITEM "
                   BOTL-CONF-ITEM-CODE " RUN " BOTL-CONF-RUN-ID
                   " AT " WS-MATCH-LOCATION
               MOVE SPACES TO BOTL-ARPT-LINE
               STRING "UNMATCHED CONFIRMATION ITEM="
                   BOTL-CONF-ITEM-CODE
                   " RUN=" BOTL-CONF-RUN-ID
                   " LOC=" WS-MATCH-LOCATION
                   " PO=" BOTL-CONF-PO-NUMBER
                   DELIMITED BY SIZE INTO BOTL-ARPT-LINE
               PERFORM 8000-WRITE-ARPT-LINE
               ADD 1 TO WS-OVERDUE-COUNT
               STRING "OVERDUE ITEM=" WS-LEDG-ITEM-CODE(WS-LEDG-SUB)
                   " RUN=" WS-LEDG-RUN-ID(WS-LEDG-SUB)
                   " LOC=" WS-LEDG-LOCATION(WS-LEDG-SUB)
                   " COUNT=" WS-LEDG-COUNT(WS-LEDG-SUB)
                   " REORDER=" WS-LEDG-REORDER-POINT(WS-LEDG-SUB)
                   " AGE=" WS-AGE-DAYS
                   DELIMITED BY SIZE INTO BOTL-ARPT-LINE
               DISPLAY "OVERDUE ALERT - ITEM "
                   WS-LEDG-ITEM-CODE(WS-LEDG-SUB)
                   " AT " WS-LEDG-LOCATION(WS-LEDG-SUB)
                   " OPEN " WS-AGE-DAYS " DAYS"
           ELSE
               STRING "OPEN    ITEM=" WS-LEDG-ITEM-CODE(WS-LEDG-SUB)
                   " RUN=" WS-LEDG-RUN-ID(WS-LEDG-SUB)
                   " LOC=" WS-LEDG-LOCATION(WS-LEDG-SUB)
                   " COUNT=" WS-LEDG-COUNT(WS-LEDG-SUB)
                   " REORDER=" WS-LEDG-REORDER-POINT(WS-LEDG-SUB)
                   " AGE=" WS-AGE-DAYS
                       TO WS-OUT-REORDER-POINT
                   MOVE WS-LEDG-ALERT-DATE(WS-LEDG-SUB)
                       TO WS-OUT-ALERT-DATE
                   MOVE WS-LEDG-LOCATION(WS-LEDG-SUB) TO WS-OUT-LOCATION
                   MOVE WS-OUT-BUILD TO BOTL-OPNO-REC
                   WRITE BOTL-OPNO-REC
                   PERFORM 8010-CHECK-OPNO-STATUS
                       = BOTL-ALERT-ITEM-CODE
                       AND WS-LEDG-RUN-ID(WS-LEDG-SUB)
                       = BOTL-ALERT-RUN-ID
                       AND WS-LEDG-LOCATION(WS-LEDG-SUB)
                       = WS-MATCH-LOCATION
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
                       = BOTL-CONF-ITEM-CODE
                       AND WS-LEDG-RUN-ID(WS-LEDG-SUB)
                       = BOTL-CONF-RUN-ID
                       AND WS-LEDG-LOCATION(WS-LEDG-SUB)
                       = WS-MATCH-LOCATION
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
