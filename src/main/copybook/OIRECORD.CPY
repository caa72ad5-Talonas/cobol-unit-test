      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT OF THE OPEN-ITEM FILE (OPENITEM), THE
      *            RECEIVABLES SUBLEDGER BEHIND IM-OUTSTANDING-BALANCE.
      *            INVGEN POSTS ONE OPEN ITEM PER INVOICE IT GENERATES,
      *            UNDER THE INVOICE NUMBER IT ASSIGNED, FOR THE NEW
      *            CHARGES ON THAT INVOICE (RECURRING PLUS ADJUSTMENTS
      *            PLUS TAX -- NOT THE CARRIED BALANCE, WHICH IS ALREADY
      *            OPEN UNDER EARLIER INVOICES).  INVPAY RELIEVES OPEN
      *            AMOUNTS AS CASH IS APPLIED, AND INVAGED AGES WHAT IS
      *            STILL OPEN BY DUE DATE.  KEYED BY CUSTOMER NUMBER
      *            PLUS INVOICE NUMBER; INVOICE NUMBERS ARE ISSUED IN
      *            ASCENDING ORDER, SO READING FORWARD FROM THE
      *            CUSTOMER'S FIRST KEY RETURNS THE ITEMS OLDEST FIRST.
      *            A PAID ITEM STAYS ON FILE, STATUS P, AS THE TRAIL.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL COPYBOOK.
      **********************************************************************
       01  OI-RECORD.
           05  OI-KEY.
               10  OI-CUSTOMER-NO       PIC 9(06).
               10  OI-INVOICE-NO        PIC 9(08).
           05  OI-INVOICE-DATE          PIC X(08).
           05  OI-DUE-DATE              PIC X(08).
           05  OI-ORIGINAL-AMOUNT       PIC 9(07)V99.
           05  OI-OPEN-AMOUNT           PIC 9(07)V99.
           05  OI-STATUS-CODE           PIC X(01).
               88  OI-ITEM-OPEN         VALUE "O".
               88  OI-ITEM-PAID         VALUE "P".
           05  OI-LAST-ACTIVITY-DATE    PIC X(08).
           05  FILLER                   PIC X(23).
