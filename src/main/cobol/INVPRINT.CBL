      *   02 SEP 2026  JM   JURISDICTION TAX PRINTS AS ITS OWN LINE
      *                     WHEN THE INVOICE RECORD CARRIES IT, WITH
      *                     THE SAME NUMERIC GUARD FOR OLDER RECORDS.
      *   15 OCT 2026  JM   THE INVOICE NUMBER INVGEN ASSIGNED PRINTS ON
      *                     THE CUSTOMER LINE SO THE CUSTOMER CAN QUOTE
      *                     IT WITH THE REMITTANCE.  OLDER RECORDS WITH
      *                     NO NUMBER PRINT WITHOUT IT.
      *   15 OCT 2026  JM   THE FINAL INVOICE OF A CLOSING ACCOUNT
      *                     (IV-FINAL-INVOICE) LABELS ITS RECURRING
      *                     CHARGE AS THE FINAL PRORATED CHARGE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRINT.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "CUSTOMER: ".
           05  CN-CUSTOMER-NO       PIC 9(06).
           05  FILLER               PIC X(23) VALUE SPACES.
           05  CN-INVOICE-NO-LABEL  PIC X(12).
           05  CN-INVOICE-NO        PIC X(08).
           05  FILLER               PIC X(20) VALUE SPACES.
       01  WS-REMIT-LABEL-LINE      PIC X(80)
               VALUE " REMIT TO:".
       01  WS-REMIT-NAME-LINE       PIC X(80)
           MOVE IV-INVOICE-DATE TO HD-INVOICE-DATE
           WRITE DOCUMENT-RECORD FROM WS-HEADING-LINE
           MOVE IV-CUSTOMER-NO TO CN-CUSTOMER-NO
           IF  IV-INVOICE-NO NUMERIC
               MOVE "INVOICE NO: " TO CN-INVOICE-NO-LABEL
               MOVE IV-INVOICE-NO  TO CN-INVOICE-NO
           ELSE
               MOVE SPACES TO CN-INVOICE-NO-LABEL
               MOVE SPACES TO CN-INVOICE-NO
           END-IF
           WRITE DOCUMENT-RECORD FROM WS-CUSTOMER-LINE
           WRITE DOCUMENT-RECORD FROM WS-BLANK-LINE
           WRITE DOCUMENT-RECORD FROM WS-REMIT-LABEL-LINE
           .

       2200-WRITE-AMOUNT-BLOCK.
           IF  IV-FINAL-INVOICE
               MOVE "FINAL PRORATED CHARGE:" TO AM-LABEL
           ELSE
               MOVE "RECURRING CHARGE:     " TO AM-LABEL
           END-IF
           MOVE IV-RECURRING-CHARGE TO AM-AMOUNT
           WRITE DOCUMENT-RECORD FROM WS-AMOUNT-LINE
           MOVE "PRIOR BALANCE:        " TO AM-LABEL
