      *> BOTL-STAT-ACTIVE is 'Y' while a run is in flight (a stale
      *> 'Y' after an abend means a restart is pending); the final
      *> status and return code are filled on the end-of-run
      *> snapshot only. The location is the item master location
      *> being counted when the snapshot was taken.
      *>--------------------------------------------------------------
       01  BOTL-STAT-REC.
           05 BOTL-STAT-ACTIVE PIC X.
           05 BOTL-STAT-TS PIC X(21).
           05 BOTL-STAT-FINAL-STATUS PIC X(30).
           05 BOTL-STAT-FINAL-RC PIC 99.
           05 BOTL-STAT-LOCATION PIC X(4).
