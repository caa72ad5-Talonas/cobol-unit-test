      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT OF THE DEFERRED REVENUE RECOGNITION
      *            SCHEDULE (DEFSCHED), KEYED BY CUSTOMER, INVOICE
      *            NUMBER AND MONTH WITHIN THE SCHEDULE.  INVGEN WRITES
      *            ONE ROW PER SERVICE MONTH WHEN IT BILLS A MULTI-MONTH
      *            (QUARTERLY) RECURRING CHARGE IN ADVANCE: THE CHARGE
      *            IS SPLIT EVENLY ACROSS THE MONTHS IT COVERS, THE
      *            LAST MONTH TAKING ANY ODD CENTS, AND CREDITED TO
      *            DEFERRED REVENUE RATHER THAN EARNED REVENUE.  THE
      *            MONTH-END RECOGNITION JOB (INVDEFR) MOVES EACH ROW TO
      *            EARNED REVENUE IN ITS RECOGNITION PERIOD AND MARKS IT
      *            RECOGNIZED WITH THE PERIOD IT WAS POSTED IN.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL COPYBOOK.
      **********************************************************************
       01  DS-RECORD.
           05  DS-KEY.
               10  DS-CUSTOMER-NO       PIC 9(06).
               10  DS-INVOICE-NO        PIC 9(08).
               10  DS-MONTH-SEQ         PIC 9(02).
           05  DS-INVOICE-DATE          PIC X(08).
           05  DS-RECOGNIZE-PERIOD      PIC 9(06).
           05  DS-MONTH-AMOUNT          PIC 9(07)V99.
           05  DS-STATUS                PIC X(01).
               88  DS-DEFERRED          VALUE "D".
               88  DS-RECOGNIZED        VALUE "R".
           05  DS-POSTED-PERIOD         PIC 9(06).
           05  DS-MONTHS-IN-SCHEDULE    PIC 9(02).
           05  FILLER                   PIC X(32).
