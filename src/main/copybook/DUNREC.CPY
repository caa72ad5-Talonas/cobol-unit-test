      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT OF THE DUNNING HISTORY FILE (DUNHIST),
      *            KEYED BY DH-CUSTOMER-NO.  ONE RECORD PER CUSTOMER
      *            EVER SENT A COLLECTIONS LETTER BY INVDUNN: THE LAST
      *            NOTICE STAGE SENT IN THE CURRENT DUNNING CYCLE AND
      *            THE DATE EACH STAGE WENT OUT.  A CYCLE OPENS WITH
      *            THE FRIENDLY REMINDER (STAGE 1), MOVES UP ONE STAGE
      *            PER LETTER TO THE SECOND NOTICE (2) AND THE FINAL
      *            DEMAND (3), AND CLOSES WHEN THE ACCOUNT IS NO LONGER
      *            MORE THAN 30 DAYS PAST DUE.  A CLOSED RECORD KEEPS
      *            ITS STAGE DATES UNTIL A NEW CYCLE OPENS OVER IT.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL COPYBOOK.
      **********************************************************************
       01  DH-RECORD.
           05  DH-CUSTOMER-NO           PIC 9(06).
           05  DH-CYCLE-STATUS          PIC X(01).
               88  DH-CYCLE-OPEN        VALUE "O".
               88  DH-CYCLE-CLOSED      VALUE "C".
           05  DH-LAST-STAGE            PIC 9(01).
               88  DH-REMINDER-SENT     VALUE 1.
               88  DH-SECOND-NOTICE-SENT VALUE 2.
               88  DH-FINAL-DEMAND-SENT VALUE 3.
           05  DH-STAGE-DATES.
               10  DH-STAGE-SENT-DATE   OCCURS 3 TIMES
                                        PIC X(08).
           05  DH-LAST-PAST-DUE-AMOUNT  PIC 9(07)V99.
           05  DH-CLOSED-DATE           PIC X(08).
           05  FILLER                   PIC X(31).
