      *
      * MODIFICATION HISTORY:
      *   22 AUG 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   ACCOUNT CLOSURE.  A FINAL-BILLED ACCOUNT IS
      *                     NO LONGER PROJECTED, AND A CLOSING ACCOUNT
      *                     IS PROJECTED ONLY THROUGH ITS SERVICE END
      *                     DATE.  BOTH ARE COUNTED ON THE SUMMARY.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVFCST.
       01  WS-FCST-SEQ          PIC S9(04) COMP.
       01  WS-CUSTOMER-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT     PIC S9(07) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-CLOSING-COUNT     PIC S9(07) COMP VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-BUS-DAY-SWITCH    PIC X(01) VALUE "N".
               88  BUSINESS-DAY     VALUE "Y".
               88  NOT-BUSINESS-DAY VALUE "N".
           05  WS-SERVICE-ENDED-SWITCH PIC X(01) VALUE "N".
               88  SERVICE-ENDED    VALUE "Y".

      *----------------------------------------------------------------*
      * ZELLER'S CONGRUENCE WORKING STORAGE, AS IN INVDATE.
      * BILLING RUN DOES, THEN PROJECT TWELVE SUCCESSIVE INVOICE
      * DATES.  A RECORD THE BILLING RUN WOULD SUSPEND IS SKIPPED AND
      * COUNTED -- THIS JOB HAS NO BUSINESS FORECASTING FROM A DATE
      * THE REAL RUN WOULD REFUSE.  AN ACCOUNT ALREADY FINAL-BILLED
      * WILL NEVER BILL AGAIN AND IS COUNTED AND SKIPPED; A CLOSING
      * ACCOUNT IS PROJECTED ONLY UP TO ITS SERVICE END DATE -- A
      * PROJECTED DATE AFTER IT IS ONE THE BILLING RUN WILL NEVER
      * REACH, SINCE THE INVOICE BEFORE IT IS THE FINAL ONE.
      *----------------------------------------------------------------*
       1200-FORECAST-ONE-CUSTOMER.
           MOVE IM-CURRENT-INVOICE-DATE TO WS-CURRENT-DATE
           MOVE "N" TO WS-SERVICE-ENDED-SWITCH
           PERFORM 1900-VALIDATE-CUSTOMER-DATA
           EVALUATE TRUE
               WHEN IM-ACCOUNT-FINAL-BILLED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN VALID-RECORD
                   ADD 1 TO WS-CUSTOMER-COUNT
                   IF  IM-ACCOUNT-CLOSING
                       ADD 1 TO WS-CLOSING-COUNT
                   END-IF
                   PERFORM 1950-LOOKUP-BILL-FREQUENCY
                   PERFORM 2200-PROJECT-ONE-PERIOD
                       VARYING WS-FCST-SEQ FROM 1 BY 1
                       UNTIL WS-FCST-SEQ GREATER THAN 12
                       OR SERVICE-ENDED
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           PERFORM 1150-READ-NEXT-CUSTOMER
           .

           END-IF
           PERFORM 2000-NEXT-INVOICE-DATE
           PERFORM 2700-ROLL-TO-BUSINESS-DAY
           IF  IM-ACCOUNT-CLOSING
               AND WS-NEXT-INVOICE-DATE GREATER THAN IM-SERVICE-END-DATE
               SET SERVICE-ENDED TO TRUE
           ELSE
               PERFORM 3000-WRITE-FORECAST-RECORD
               PERFORM 3100-COUNT-PERIOD
           END-IF
           .

       2400-ADVANCE-ONE-MONTH.
           MOVE "CUSTOMERS SKIPPED:        " TO CL-LABEL
           MOVE WS-SKIPPED-COUNT TO CL-COUNT
           WRITE FORECAST-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CLOSING, CUT AT END DATE: " TO CL-LABEL
           MOVE WS-CLOSING-COUNT TO CL-COUNT
           WRITE FORECAST-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "FINAL-BILLED, SKIPPED:    " TO CL-LABEL
           MOVE WS-CLOSED-COUNT TO CL-COUNT
           WRITE FORECAST-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE INVOICE-MASTER-FILE
           CLOSE BILL-FREQ-FILE
           CLOSE HOLIDAY-MASTER-FILE
