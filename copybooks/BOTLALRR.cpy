      *>--------------------------------------------------------------
      *> BOTLALRR - reorder alert record layout for BOTL-ALERT-FILE,
      *> written by BOTTLES the first time an item's count at a
      *> location crosses that location's reorder point (so the right
      *> cooler is restocked) and read by the purchasing system's
      *> intake job. The run ID is the run's start timestamp
      *> (YYYYMMDDHHMMSS) so purchasing can tie the alert back to
      *> the audit log entry for the run.
           05 BOTL-ALERT-REORDER-POINT PIC 9(7).
           05 BOTL-ALERT-TS PIC X(21).
           05 BOTL-ALERT-RUN-ID PIC X(14).
           05 BOTL-ALERT-LOCATION PIC X(4).
