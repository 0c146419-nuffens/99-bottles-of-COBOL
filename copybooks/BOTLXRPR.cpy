      *>--------------------------------------------------------------
      *> BOTLXRPR - lot expiry report line layout for BOTL-XRPT-FILE,
      *> written by BOTLEXPR from the lot inventory file: lots still
      *> on hand past their best-by date, lots whose best-by date
      *> falls within the EXPIRY-WINDOW, and the undated stock still
      *> carried per item and location.
      *>--------------------------------------------------------------
       01  BOTL-XRPT-LINE PIC X(100).
