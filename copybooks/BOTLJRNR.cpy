      *>--------------------------------------------------------------
      *> BOTLJRNR - general ledger journal record layout for
      *> BOTL-JRNL-FILE, written by BOTLGL from the night's detail
      *> extract and loaded by the ledger's journal import. One
      *> entry per night (entry ID BOTL plus the run date), one
      *> record per journal line: issues debit COGS and credit
      *> INVENTORY, receipts debit INVENTORY and credit ACCRUAL, and
      *> cycle count adjustments post against SHRINKAGE instead -
      *> a count loss debits SHRINKAGE and credits INVENTORY, a
      *> count gain the reverse. Amounts are quantity times the unit
      *> cost on the item master, the same pricing as BOTLVAL.
      *> Transfers between locations stay in INVENTORY and are not
      *> journalled. BOTLGL writes no records at all for an entry
      *> whose debits and credits do not agree.
      *>--------------------------------------------------------------
       01  BOTL-JRNL-REC.
           05 BOTL-JRNL-ENTRY-ID PIC X(12).
           05 BOTL-JRNL-DATE PIC X(8).
           05 BOTL-JRNL-LINE-NO PIC 9(3).
           05 BOTL-JRNL-ACCOUNT PIC X(12).
           05 BOTL-JRNL-DR-CR PIC X.
               88 BOTL-JRNL-DEBIT VALUE 'D'.
               88 BOTL-JRNL-CREDIT VALUE 'C'.
           05 BOTL-JRNL-AMOUNT PIC 9(13)V99.
           05 BOTL-JRNL-POSTING-TYPE PIC X(10).
           05 BOTL-JRNL-DESCRIPTION PIC X(30).
