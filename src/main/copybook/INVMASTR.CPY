      *                     CHANGE CARRY SPACES HERE AND ARE NOT
      *                     INVOICED UNTIL A CODE IS SET -- NO RATE ON
      *                     FILE MEANS NO INVOICE, NOT A GUESSED TAX.
      *   15 OCT 2026  JM   ACCOUNT CLOSURE.  RECORD WIDENED TO 80 BYTES
      *                     FOR AN ACCOUNT STATUS (SPACE OR A = ACTIVE,
      *                     C = CLOSING, F = FINAL INVOICE ISSUED), THE
      *                     SERVICE END DATE AND CLOSURE REQUEST DATE
      *                     SET BY THE INVMAINT CLOSE CARD, AND THE DATE
      *                     INVGEN ISSUED THE PRORATED FINAL INVOICE.
      *                     INVMAST MUST BE RELOADED AT ROLLOUT WITH
      *                     EACH RECORD PADDED WITH SPACES, WHICH READS
      *                     AS ACTIVE.  INVCLOSE ARCHIVES AND REMOVES AN
      *                     F ACCOUNT ONCE ITS BALANCE IS PAID TO ZERO.
      *   15 OCT 2026  JM   LAST-BILLED DATE CARVED OUT OF THE FILLER:
      *                     THE SELECTION DATE INVGEN LAST INVOICED THE
      *                     ACCOUNT ON, SO A RERUN OF THE SAME CYCLE
      *                     AFTER AN ABEND DOES NOT BILL IT TWICE.
      *                     SPACES UNTIL FIRST BILLED.
      *   15 OCT 2026  JM   PAID-OFF DATE CARVED OUT OF THE FILLER: THE
      *                     NIGHT INVCLOSE FIRST SAW A FINAL-BILLED
      *                     ACCOUNT AT ZERO BALANCE.  INVCLOSE ARCHIVES
      *                     THE ACCOUNT ONLY AFTER THE MONTH-END
      *                     STATEMENT COVERING THAT DATE HAS RUN.
      **********************************************************************
       01  IM-RECORD.
           05  IM-CUSTOMER-NO           PIC 9(06).
           05  IM-RECURRING-CHARGE      PIC 9(07)V99.
           05  IM-OUTSTANDING-BALANCE   PIC 9(07)V99.
           05  IM-JURISDICTION-CODE     PIC X(02).
           05  IM-ACCOUNT-STATUS        PIC X(01).
               88  IM-ACCOUNT-ACTIVE    VALUES SPACE "A".
               88  IM-ACCOUNT-CLOSING   VALUE "C".
               88  IM-ACCOUNT-FINAL-BILLED VALUE "F".
           05  IM-SERVICE-END-DATE      PIC X(08).
           05  IM-CLOSURE-REQUEST-DATE  PIC X(08).
           05  IM-FINAL-INVOICE-DATE    PIC X(08).
           05  IM-LAST-BILLED-DATE      PIC X(08).
           05  IM-PAID-OFF-DATE         PIC X(08).
           05  FILLER                   PIC X(01).
