      *            WROTE), AND THE CLOSING OUTSTANDING BALANCE OFF THE
      *            MASTER.  PAYMENTS ARE THE ONLY POSTINGS THAT REDUCE
      *            THE MASTER BALANCE, SO THE OPENING BALANCE IS THE
      *            CLOSING BALANCE PLUS THE PERIOD'S PAYMENTS.  A
      *            PAYMENT THE BANK RETURNED (A REVERSAL ROW INVNSF
      *            WROTE) PRINTS AS A RETURNED PAYMENT AND PUTS ITS
      *            AMOUNT BACK.
      *            CUSTOMERS WITH NO ACTIVITY AND A ZERO BALANCE ARE
      *            SKIPPED; HELD ACCOUNTS ARE FLAGGED ON STATEMENT AND
      *            REGISTER SO COLLECTIONS LETTERS CAN FOLLOW.  THE
      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   INVGEN NOW POSTS EACH INVOICE'S NEW CHARGES
      *                     TO THE MASTER BALANCE, SO PAYMENTS ARE NO
      *                     LONGER THE ONLY POSTINGS: THE OPENING
      *                     BALANCE IS THE CLOSING BALANCE PLUS THE
      *                     PERIOD'S PAYMENTS LESS ITS NEW CHARGES.
      *                     INVOICE ROWS ARE COLLECTED INTO A TABLE
      *                     AHEAD OF THE STATEMENT HEAD, LIKE THE
      *                     PAYMENTS, AND EACH INVOICE LINE NOW SHOWS
      *                     THE INVOICE NUMBER AND ITS NEW CHARGES
      *                     RATHER THAN THE TOTAL WITH THE CARRIED
      *                     BALANCE IN IT.
      *   15 OCT 2026  JM   HOLD RECORD NOW TAKEN FROM THE HOLDREC
      *                     COPYBOOK (WIDENED TO 80 BYTES FOR THE HOLD
      *                     MAINTENANCE JOB, HLDMAINT).  ONLY STATUS H
      *                     STOPS AN ACCOUNT, AS BEFORE.
      *   15 OCT 2026  JM   REVERSAL ROWS WRITTEN TO THE CASH-APPLIED
      *                     TRAIL BY THE RETURNED-PAYMENT JOB (INVNSF)
      *                     PRINT AS RETURNED PAYMENTS AND COME OFF THE
      *                     OPENING BALANCE; REGISTER GAINS A RETURNS
      *                     COLUMN AND A TOTAL RETURNED PAYMENTS LINE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSTMT.
       FD  STMT-PAYMENT-FILE.
           COPY PAYREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD             PIC X(80).
       FD  STMT-REGISTER-FILE.
       01  WS-OPENING-BALANCE   PIC S9(09)V99 COMP.
       01  WS-CUST-INVOICED     PIC S9(09)V99 COMP.
       01  WS-CUST-PAYMENTS     PIC S9(09)V99 COMP.
       01  WS-CUST-RETURNS      PIC S9(09)V99 COMP.
       01  WS-CUST-INV-COUNT    PIC S9(04) COMP.
       01  WS-TOTAL-CLOSING     PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-TOTAL-INVOICED    PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-TOTAL-PAYMENTS    PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-TOTAL-RETURNS     PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-MASTER-BAL-TOTAL  PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
      * NEEDS THEIR TOTAL; THE INVOICE ROWS ARE STREAMED STRAIGHT OFF
      * THE FILE AFTERWARDS.  FIFTY IS FAR PAST ANYTHING A MONTH OF
      * DAILY LOCKBOX RUNS PRODUCES FOR ONE ACCOUNT; OVERFLOW STOPS
      * THE JOB RATHER THAN DROPPING A PAYMENT OFF A STATEMENT.  A
      * RETURNED PAYMENT TAKES A SLOT OF ITS OWN, DATED THE DAY THE
      * BANK RETURNED IT.
      *----------------------------------------------------------------*
       01  WS-PAYMENT-TABLE.
           05  WS-PAY-ENTRY OCCURS 50 TIMES.
               10  WS-PAY-DATE          PIC X(08).
               10  WS-PAY-AMOUNT        PIC 9(07)V99.
               10  WS-PAY-TYPE          PIC X(01).
                   88  WS-PAY-RETURNED  VALUE "R".
       01  WS-PAY-COUNT         PIC S9(04) COMP.
       01  WS-PAY-SUB           PIC S9(04) COMP.

      *----------------------------------------------------------------*
      * THE CUSTOMER'S INVOICES FOR THE PERIOD, COLLECTED THE SAME WAY
      * AND FOR THE SAME REASON AS THE PAYMENTS.  WS-TI-NEW-CHARGES IS
      * THE INVOICE TOTAL LESS THE BALANCE IT CARRIED IN -- WHAT THE
      * INVOICE ADDED TO THE MASTER.  AN INVOICE WRITTEN BEFORE
      * INVOICES CARRIED A NUMBER NEVER POSTED TO THE MASTER, SO IT IS
      * PRINTED AT ITS TOTAL AND LEFT OUT OF THE BALANCE ROLL.
      *----------------------------------------------------------------*
       01  WS-INVOICE-TABLE.
           05  WS-TI-ENTRY OCCURS 50 TIMES.
               10  WS-TI-INVOICE-DATE   PIC X(08).
               10  WS-TI-INVOICE-NO     PIC X(08).
               10  WS-TI-POSTED-FLAG    PIC X(01).
               10  WS-TI-NEW-CHARGES    PIC S9(09)V99 COMP.
               10  WS-TI-ADJ-CHARGES    PIC 9(07)V99.
               10  WS-TI-ADJ-CREDITS    PIC 9(07)V99.
               10  WS-TI-TAX-AMOUNT     PIC 9(07)V99.
       01  WS-TI-COUNT          PIC S9(04) COMP.
       01  WS-TI-SUB            PIC S9(04) COMP.

       01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL "*".
       01  WS-STMT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SA-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(36) VALUE SPACES.
       01  WS-STMT-NUMBER-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(20)
               VALUE "  INVOICE NUMBER:   ".
           05  SN-INVOICE-NO        PIC X(08).
           05  FILLER               PIC X(51) VALUE SPACES.
       01  WS-REGISTER-TITLE-LINE.
           05  FILLER               PIC X(32)
               VALUE "CUSTOMER STATEMENT REGISTER FOR ".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-OPENING-BAL       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-INVOICED          PIC -,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-PAYMENTS          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-RETURNS           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-CLOSING-BAL       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-HELD-FLAG         PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(26).
           05  CL-COUNT             PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
      * ONE MASTER CUSTOMER.  ACTIVITY ROWS FOR CUSTOMERS BELOW THE
      * MASTER KEY BELONG TO NOBODY ON THE MASTER -- A FEED PROBLEM,
      * COUNTED AND SKIPPED.  PAYMENTS AND INVOICES ARE COLLECTED
      * FIRST BECAUSE THE OPENING BALANCE IS THE CLOSING BALANCE PLUS
      * THE PERIOD'S PAYMENTS LESS ITS NEW CHARGES; THEN THE DECISION
      * TO PRINT AT ALL IS MADE.
      *----------------------------------------------------------------*
       1200-STATEMENT-ONE-CUSTOMER.
           PERFORM 1300-SKIM-ORPHAN-ACTIVITY
           MOVE ZERO TO WS-PAY-COUNT
           MOVE ZERO TO WS-CUST-PAYMENTS
           MOVE ZERO TO WS-CUST-RETURNS
           PERFORM 1400-COLLECT-ONE-PAYMENT
               UNTIL WS-PAY-KEY NOT EQUAL WS-MASTER-KEY
           MOVE ZERO TO WS-TI-COUNT
           MOVE ZERO TO WS-CUST-INVOICED
           PERFORM 1450-COLLECT-ONE-INVOICE
               UNTIL WS-INV-KEY NOT EQUAL WS-MASTER-KEY
           IF  IM-OUTSTANDING-BALANCE NUMERIC
               MOVE IM-OUTSTANDING-BALANCE TO WS-CLOSING-BALANCE
               ADD IM-OUTSTANDING-BALANCE TO WS-MASTER-BAL-TOTAL
               ADD 1 TO WS-NO-AMOUNT-COUNT
               MOVE ZERO TO WS-CLOSING-BALANCE
           END-IF
           IF  WS-TI-COUNT GREATER THAN ZERO
               OR WS-PAY-COUNT GREATER THAN ZERO
               OR WS-CLOSING-BALANCE NOT EQUAL ZERO
               PERFORM 2000-PRINT-ONE-STATEMENT
           ELSE
               MOVE ZERO TO WS-PAY-AMOUNT (WS-PAY-COUNT)
           END-IF
           IF  PA-RETURNED-ENTRY
               MOVE "R" TO WS-PAY-TYPE (WS-PAY-COUNT)
               MOVE PA-RETURN-DATE TO WS-PAY-DATE (WS-PAY-COUNT)
               ADD WS-PAY-AMOUNT (WS-PAY-COUNT) TO WS-CUST-RETURNS
           ELSE
               MOVE "P" TO WS-PAY-TYPE (WS-PAY-COUNT)
               ADD WS-PAY-AMOUNT (WS-PAY-COUNT) TO WS-CUST-PAYMENTS
           END-IF
           PERFORM 1170-READ-NEXT-PAYMENT
           .

       1450-COLLECT-ONE-INVOICE.
           IF  WS-TI-COUNT NOT LESS THAN 50
               DISPLAY "INVSTMT - INVOICE TABLE FULL AT 50 FOR "
                       "CUSTOMER " IV-CUSTOMER-NO
               GO TO 9999-END
           END-IF
           ADD 1 TO WS-TI-COUNT
           MOVE IV-INVOICE-DATE TO WS-TI-INVOICE-DATE (WS-TI-COUNT)
           MOVE ZERO TO WS-TI-NEW-CHARGES (WS-TI-COUNT)
           IF  IV-INVOICE-NO NUMERIC
               MOVE "Y" TO WS-TI-POSTED-FLAG (WS-TI-COUNT)
               MOVE IV-INVOICE-NO TO WS-TI-INVOICE-NO (WS-TI-COUNT)
               IF  IV-TOTAL-AMOUNT NUMERIC
                   AND IV-OUTSTANDING-BALANCE NUMERIC
                   COMPUTE WS-TI-NEW-CHARGES (WS-TI-COUNT)
                       = IV-TOTAL-AMOUNT - IV-OUTSTANDING-BALANCE
               END-IF
               ADD WS-TI-NEW-CHARGES (WS-TI-COUNT) TO WS-CUST-INVOICED
           ELSE
               MOVE "N" TO WS-TI-POSTED-FLAG (WS-TI-COUNT)
               MOVE SPACES TO WS-TI-INVOICE-NO (WS-TI-COUNT)
               IF  IV-TOTAL-AMOUNT NUMERIC
                   MOVE IV-TOTAL-AMOUNT
                       TO WS-TI-NEW-CHARGES (WS-TI-COUNT)
               END-IF
           END-IF
           MOVE ZERO TO WS-TI-ADJ-CHARGES (WS-TI-COUNT)
           MOVE ZERO TO WS-TI-ADJ-CREDITS (WS-TI-COUNT)
           MOVE ZERO TO WS-TI-TAX-AMOUNT (WS-TI-COUNT)
           IF  IV-ADJ-CHARGES NUMERIC
               MOVE IV-ADJ-CHARGES TO WS-TI-ADJ-CHARGES (WS-TI-COUNT)
           END-IF
           IF  IV-ADJ-CREDITS NUMERIC
               MOVE IV-ADJ-CREDITS TO WS-TI-ADJ-CREDITS (WS-TI-COUNT)
           END-IF
           IF  IV-TAX-AMOUNT NUMERIC
               MOVE IV-TAX-AMOUNT TO WS-TI-TAX-AMOUNT (WS-TI-COUNT)
           END-IF
           PERFORM 1160-READ-NEXT-INVOICE
           .

       2000-PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           PERFORM 1960-CHECK-CREDIT-HOLD
           COMPUTE WS-OPENING-BALANCE
               = WS-CLOSING-BALANCE + WS-CUST-PAYMENTS
               - WS-CUST-RETURNS - WS-CUST-INVOICED
           MOVE ZERO TO WS-CUST-INV-COUNT
           PERFORM 2100-WRITE-STATEMENT-HEAD
           MOVE 1 TO WS-TI-SUB
           PERFORM 2200-WRITE-ONE-INVOICE-LINE
               UNTIL WS-TI-SUB GREATER THAN WS-TI-COUNT
           MOVE 1 TO WS-PAY-SUB
           PERFORM 2300-WRITE-ONE-PAYMENT-LINE
               UNTIL WS-PAY-SUB GREATER THAN WS-PAY-COUNT
           ADD WS-CLOSING-BALANCE TO WS-TOTAL-CLOSING
           ADD WS-CUST-INVOICED   TO WS-TOTAL-INVOICED
           ADD WS-CUST-PAYMENTS   TO WS-TOTAL-PAYMENTS
           ADD WS-CUST-RETURNS    TO WS-TOTAL-RETURNS
           .

       2100-WRITE-STATEMENT-HEAD.
           .

      *----------------------------------------------------------------*
      * ONE LINE PER INVOICE GENERATED IN THE PERIOD, SHOWING ITS NEW
      * CHARGES, WITH THE INVOICE NUMBER, ADJUSTMENTS AND TAX IT
      * CARRIED ITEMIZED UNDER IT.  INVOICE RECORDS WRITTEN BEFORE THE
      * EXTRACT CARRIED THOSE FIELDS HOLD SPACES THERE AND WERE ZEROED
      * OR BLANKED WHEN THEY WERE COLLECTED.
      *----------------------------------------------------------------*
       2200-WRITE-ONE-INVOICE-LINE.
           ADD 1 TO WS-CUST-INV-COUNT
           IF  WS-TI-NEW-CHARGES (WS-TI-SUB) LESS THAN ZERO
               MOVE "INVOICE - CREDIT:   " TO SA-LABEL
               COMPUTE SA-AMOUNT
                   = ZERO - WS-TI-NEW-CHARGES (WS-TI-SUB)
           ELSE
               MOVE "INVOICE:            " TO SA-LABEL
               MOVE WS-TI-NEW-CHARGES (WS-TI-SUB) TO SA-AMOUNT
           END-IF
           MOVE WS-TI-INVOICE-DATE (WS-TI-SUB) TO SA-DATE
           WRITE STATEMENT-RECORD FROM WS-STMT-AMOUNT-LINE
           IF  WS-TI-INVOICE-NO (WS-TI-SUB) NOT EQUAL SPACES
               MOVE WS-TI-INVOICE-NO (WS-TI-SUB) TO SN-INVOICE-NO
               WRITE STATEMENT-RECORD FROM WS-STMT-NUMBER-LINE
           END-IF
           IF  WS-TI-ADJ-CHARGES (WS-TI-SUB) GREATER THAN ZERO
               MOVE "  ADJ CHARGES:      " TO SA-LABEL
               MOVE SPACES         TO SA-DATE
               MOVE WS-TI-ADJ-CHARGES (WS-TI-SUB) TO SA-AMOUNT
               WRITE STATEMENT-RECORD FROM WS-STMT-AMOUNT-LINE
           END-IF
           IF  WS-TI-ADJ-CREDITS (WS-TI-SUB) GREATER THAN ZERO
               MOVE "  ADJ CREDITS:      " TO SA-LABEL
               MOVE SPACES         TO SA-DATE
               MOVE WS-TI-ADJ-CREDITS (WS-TI-SUB) TO SA-AMOUNT
               WRITE STATEMENT-RECORD FROM WS-STMT-AMOUNT-LINE
           END-IF
           IF  WS-TI-TAX-AMOUNT (WS-TI-SUB) GREATER THAN ZERO
               MOVE "  TAX:              " TO SA-LABEL
               MOVE SPACES        TO SA-DATE
               MOVE WS-TI-TAX-AMOUNT (WS-TI-SUB) TO SA-AMOUNT
               WRITE STATEMENT-RECORD FROM WS-STMT-AMOUNT-LINE
           END-IF
           ADD 1 TO WS-TI-SUB
           .

       2300-WRITE-ONE-PAYMENT-LINE.
           IF  WS-PAY-RETURNED (WS-PAY-SUB)
               MOVE "RETURNED PAYMENT:   " TO SA-LABEL
           ELSE
               MOVE "PAYMENT - THANK YOU:" TO SA-LABEL
           END-IF
           MOVE WS-PAY-DATE (WS-PAY-SUB)   TO SA-DATE
           MOVE WS-PAY-AMOUNT (WS-PAY-SUB) TO SA-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-STMT-AMOUNT-LINE
           MOVE WS-OPENING-BALANCE TO RG-OPENING-BAL
           MOVE WS-CUST-INVOICED   TO RG-INVOICED
           MOVE WS-CUST-PAYMENTS   TO RG-PAYMENTS
           MOVE WS-CUST-RETURNS    TO RG-RETURNS
           MOVE WS-CLOSING-BALANCE TO RG-CLOSING-BAL
           IF  CUSTOMER-HELD
               ADD 1 TO WS-HELD-COUNT
           MOVE "TOTAL PAYMENTS:           " TO TO-LABEL
           MOVE WS-TOTAL-PAYMENTS TO TO-AMOUNT
           WRITE STMT-REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "TOTAL RETURNED PAYMENTS:  " TO TO-LABEL
           MOVE WS-TOTAL-RETURNS TO TO-AMOUNT
           WRITE STMT-REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "TOTAL CLOSING BALANCES:   " TO TO-LABEL
           MOVE WS-TOTAL-CLOSING TO TO-AMOUNT
           WRITE STMT-REGISTER-RECORD FROM WS-TOTAL-LINE
