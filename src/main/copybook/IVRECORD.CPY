      *                     BUILT, INCLUDED IN IV-TOTAL-AMOUNT.  SAME
      *                     SPACES CAVEAT FOR RECORDS WRITTEN BEFORE
      *                     THIS CHANGE.
      *   15 OCT 2026  JM   INVOICE NUMBER CARVED OUT OF THE FILLER: THE
      *                     UNIQUE NUMBER INVGEN ISSUED FROM THE INVOICE
      *                     CONTROL RECORD, ALSO THE KEY OF THE
      *                     INVOICE'S OPEN ITEM (OIRECORD).  SAME
      *                     SPACES CAVEAT FOR RECORDS WRITTEN BEFORE
      *                     THIS CHANGE.
      *   15 OCT 2026  JM   FINAL-INVOICE FLAG CARVED OUT OF THE LAST
      *                     FILLER BYTE: "F" ON THE PRORATED FINAL
      *                     INVOICE INVGEN ISSUES A CLOSING ACCOUNT,
      *                     SPACE ON EVERY OTHER INVOICE.
      **********************************************************************
       01  IV-RECORD.
           05  IV-CUSTOMER-NO           PIC 9(06).
           05  IV-ADJ-CREDITS           PIC 9(07)V99.
           05  IV-TAX-AMOUNT            PIC 9(07)V99.
           05  IV-JURISDICTION-CODE     PIC X(02).
           05  IV-INVOICE-NO            PIC 9(08).
           05  IV-FINAL-INVOICE-FLAG    PIC X(01).
               88  IV-FINAL-INVOICE     VALUE "F".
