      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT OF THE CLOSED-ACCOUNTS ARCHIVE
      *            (CLOSEDAC), ONE RECORD PER ACCOUNT REMOVED FROM THE
      *            BILLING FILES BY THE ACCOUNT CLOSURE JOB (INVCLOSE).
      *            CARRIES THE LAST IMAGE OF EVERY KEYED RECORD THE JOB
      *            DELETED FOR THE CUSTOMER -- INVOICE MASTER, CUSTOMER
      *            REFERENCE, BILLING FREQUENCY AND CREDIT HOLD -- SO AN
      *            ACCOUNT CAN BE RECONSTRUCTED OR ANSWERED FOR LONG
      *            AFTER IT LEFT THE LIVE FILES.  AN IMAGE IS SPACES
      *            WHEN THE CUSTOMER HAD NO RECORD ON THAT FILE.  THE
      *            ARCHIVE IS APPEND-ONLY.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL COPYBOOK.
      **********************************************************************
       01  CA-RECORD.
           05  CA-CUSTOMER-NO           PIC 9(06).
           05  CA-ARCHIVED-DATE         PIC X(08).
           05  CA-SERVICE-END-DATE      PIC X(08).
           05  CA-FINAL-INVOICE-DATE    PIC X(08).
           05  CA-MASTER-IMAGE          PIC X(80).
           05  CA-CUSTREF-IMAGE         PIC X(80).
           05  CA-BILLFREQ-IMAGE        PIC X(20).
           05  CA-HOLD-IMAGE            PIC X(80).
           05  CA-ADJ-REMOVED-COUNT     PIC 9(03).
           05  FILLER                   PIC X(07).
