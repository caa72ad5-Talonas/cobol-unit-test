      *            THE FILE IS OPENED EXTEND BY EVERY DAILY RUN, SO
      *            OVER A STATEMENT PERIOD IT IS THE COMPLETE TRAIL OF
      *            CASH APPLIED -- PAYMENTS THAT WENT TO THE EXCEPTION
      *            REPORT INSTEAD ARE NOT HERE, AND A PAYMENT THE BANK
      *            LATER RETURNED IS FOLLOWED BY ITS REVERSAL ROW.
      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  JM   ORIGINAL COPYBOOK.
      *   15 OCT 2026  JM   INVOICE NUMBER CARVED OUT OF THE FILLER: THE
      *                     INVOICE THE LOCKBOX PAYMENT NAMED, OR ZEROS
      *                     WHEN IT WAS APPLIED OLDEST ITEM FIRST.
      *                     ROWS WRITTEN BEFORE THIS CHANGE CARRY
      *                     SPACES HERE.
      *   15 OCT 2026  JM   RETURNED PAYMENTS.  THE RETURNED-ITEMS JOB
      *                     (INVNSF) APPENDS A REVERSAL ROW FOR EACH
      *                     BOUNCED PAYMENT IT MATCHES: ENTRY TYPE R,
      *                     THE ORIGINAL CUSTOMER, PAYMENT DATE, AMOUNT
      *                     AND INVOICE NUMBER, AND THE BANK'S RETURN
      *                     DATE AND REASON CODE.  INVPAY'S ROWS CARRY
      *                     ENTRY TYPE P; ROWS WRITTEN BEFORE THIS
      *                     CHANGE CARRY SPACES, WHICH ALSO MEAN P.
      **********************************************************************
       01  PA-RECORD.
           05  PA-CUSTOMER-NO           PIC 9(06).
           05  PA-PAYMENT-DATE          PIC X(08).
           05  PA-AMOUNT-APPLIED        PIC 9(07)V99.
           05  PA-RUN-DATE              PIC 9(08).
           05  PA-INVOICE-NO            PIC 9(08).
           05  PA-ENTRY-TYPE            PIC X(01).
               88  PA-PAYMENT-ENTRY     VALUE SPACE "P".
               88  PA-RETURNED-ENTRY    VALUE "R".
           05  PA-RETURN-DATE           PIC X(08).
           05  PA-RETURN-REASON         PIC X(03).
           05  FILLER                   PIC X(29).
