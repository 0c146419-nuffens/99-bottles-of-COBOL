       01 WS-SNAP-LIVE-FLAG PIC X VALUE 'N'.
           88 WS-SNAP-LIVE VALUE 'Y'.
       01 WS-SNAP-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-SNAP-LOCATION PIC X(4) VALUE SPACES.
       01 WS-SNAP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SNAP-ITER PIC 9(7) VALUE ZERO.
       01 WS-SNAP-TRAN-CONSUMED PIC 9(7) VALUE ZERO.
       01 WS-RESTART-PENDING-FLAG PIC X VALUE 'N'.
           88 WS-RESTART-PENDING VALUE 'Y'.
       01 WS-CKPT-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-CKPT-LOCATION PIC X(4) VALUE SPACES.
       01 WS-CKPT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CKPT-TRAN-CONSUMED PIC 9(7) VALUE ZERO.
       01 WS-CKPT-ISSUED PIC 9(9) VALUE ZERO.
                           SET WS-SNAP-LIVE TO TRUE
                       END-IF
                       MOVE BOTL-STAT-ITEM-CODE TO WS-SNAP-ITEM-CODE
                       MOVE BOTL-STAT-LOCATION TO WS-SNAP-LOCATION
                       MOVE BOTL-STAT-COUNT TO WS-SNAP-COUNT
                       MOVE BOTL-STAT-ITER TO WS-SNAP-ITER
                       MOVE BOTL-STAT-TRAN-CONSUMED
                   NOT AT END
                       SET WS-CKPT-FOUND TO TRUE
                       MOVE BOTL-CKPT-ITEM-CODE TO WS-CKPT-ITEM-CODE
                       MOVE BOTL-CKPT-LOCATION TO WS-CKPT-LOCATION
                       MOVE BOTL-CKPT-COUNT TO WS-CKPT-COUNT
                       MOVE BOTL-CKPT-TRAN-CONSUMED
                           TO WS-CKPT-TRAN-CONSUMED
                       "(OR ABENDED - SEE SNAPSHOT AGE)"
                   DISPLAY "ITEM IN FLIGHT.........: "
                       WS-SNAP-ITEM-CODE
                   DISPLAY "LOCATION IN FLIGHT.....: "
                       WS-SNAP-LOCATION
                   DISPLAY "CURRENT COUNT..........: " WS-SNAP-COUNT
                   DISPLAY "ITERATIONS DONE........: " WS-SNAP-ITER
                   DISPLAY "TRANS APPLIED SO FAR...: "
           IF WS-RESTART-PENDING
               DISPLAY "RESTART PENDING........: YES"
               DISPLAY "ITEM IN FLIGHT.........: " WS-CKPT-ITEM-CODE
               DISPLAY "LOCATION IN FLIGHT.....: " WS-CKPT-LOCATION
               DISPLAY "COUNT AT CHECKPOINT....: " WS-CKPT-COUNT
               DISPLAY "TRANS APPLIED SO FAR...: "
                   WS-CKPT-TRAN-CONSUMED
