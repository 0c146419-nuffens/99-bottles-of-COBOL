      *>--------------------------------------------------------------
      *> BOTLGLAR - ledger account control table record layout for
      *> BOTL-GLAC-FILE, maintained by accounting and read by BOTLGL
      *> so account numbers are never carried in the program. One
      *> record per posting type: INVENTORY (stock on hand), COGS
      *> (cost of goods sold, debited for issues), ACCRUAL (receipts
      *> accrual, credited for receipts) and SHRINKAGE (cycle count
      *> losses and gains). Every type must be present exactly once;
      *> blank records and records starting '*' are comments.
      *>--------------------------------------------------------------
       01  BOTL-GLAC-REC.
           05 BOTL-GLAC-POSTING-TYPE PIC X(10).
           05 BOTL-GLAC-ACCOUNT PIC X(12).
           05 BOTL-GLAC-DESCRIPTION PIC X(30).
