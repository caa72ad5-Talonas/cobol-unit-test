      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   RETURNED-PAYMENT (NSF) REVERSAL.  ONCE INVPAY HAS
      *            APPLIED A LOCKBOX PAYMENT THE ONLY WAY TO UNDO A
      *            BOUNCED CHECK USED TO BE AN INVMAINT CHANGE CARD,
      *            WHICH PUT THE BALANCE BACK BUT LEFT THE CASH-APPLIED
      *            TRAIL (PAYAPPLD) STILL CLAIMING THE CASH, SO INVSTMT
      *            SHOWED THE CUSTOMER A PAYMENT THEY NEVER MADE.
      *
      *            READS THE BANK'S DAILY RETURN FILE (BANKRTN) AND
      *            MATCHES EACH RETURN TO THE PA-RECORD INVPAY WROTE FOR
      *            IT BY CUSTOMER, PAYMENT DATE AND AMOUNT.  A MATCHED
      *            RETURN IS REVERSED: THE AMOUNT GOES BACK ON
      *            IM-OUTSTANDING-BALANCE, THE OPEN ITEMS THE PAYMENT
      *            RELIEVED ARE REOPENED (THE INVOICE IT NAMED FIRST,
      *            THEN NEWEST FIRST, THE REVERSE OF THE OLDEST-FIRST
      *            ORDER INVPAY RELIEVED THEM IN), A REVERSAL ROW
      *            (ENTRY TYPE R) IS APPENDED TO PAYAPPLD FOR INVSTMT TO
      *            PRINT AS A RETURNED PAYMENT, AND A RETURNED-CHECK FEE
      *            IS QUEUED ON THE ADJUSTMENTS FILE (ADJFILE) AS A TYPE
      *            C CHARGE FOR INVGEN TO BILL.
      *            A PAYMENT ALREADY REVERSED ON AN EARLIER RUN HAS ITS
      *            REVERSAL ROW ON THE TRAIL AND CANNOT BE MATCHED
      *            AGAIN.
      *
      *            A RETURN THAT FAILS THE EDITS, HAS NO MATCHING
      *            APPLIED PAYMENT, OR CANNOT BE POSTED TO THE MASTER
      *            GOES TO THE EXCEPTION REPORT FOR THE CASH TEAM.  THE
      *            RETURNS REGISTER TIES THE WAY PAYREG TIES TO THE
      *            DEPOSIT: RETURNS READ EQUAL RETURNS REVERSED PLUS
      *            RETURNS EXCEPTED, IN COUNT AND IN AMOUNT.
      *
      * USAGE:     INVNSF
      *
      *            BANK RETURN RECORD LAYOUT (BANKRTN):
      *              COL  1-6   CUSTOMER NUMBER
      *              COL  7-14  ORIGINAL PAYMENT DATE YYYYMMDD
      *              COL 15-23  PAYMENT AMOUNT 9(7)V99, NO DECIMAL
      *                         POINT KEYED
      *              COL 24-31  DATE RETURNED BY THE BANK YYYYMMDD
      *              COL 32-34  BANK RETURN REASON (NSF, CLS, STP ...)
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   NO OPEN-ITEM FILE ON DISK (NO INVGEN RUN
      *                     YET) NO LONGER ENDS THE JOB; THE FILE IS
      *                     CREATED EMPTY AND THE BALANCE TREATED AS
      *                     UNITEMIZED.
      *   15 OCT 2026  JM   A FAILED WRITE OF A REVERSAL OR FEE ROW IS
      *                     COUNTED ON THE REGISTER AND ENDS THE JOB
      *                     WITH RETURN CODE 8.
      *   15 OCT 2026  JM   A PAYMENT APPLIED OLDEST FIRST IS NOW TAKEN
      *                     BACK NEWEST ITEM FIRST, SO A RETURN NO
      *                     LONGER REOPENS OLD INVOICES THAT EARLIER
      *                     GOOD PAYMENTS PAID OFF.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVNSF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "BANKRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT CASH-APPLIED-FILE ASSIGN TO "PAYAPPLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-CUSTOMER-NO
               FILE STATUS IS WS-IM-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OI-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "NSFREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "NSFEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RT-RECORD.
           05  RT-CUSTOMER-NO           PIC X(06).
           05  RT-CUSTOMER-NO-N REDEFINES RT-CUSTOMER-NO
                                        PIC 9(06).
           05  RT-PAYMENT-DATE          PIC X(08).
           05  RT-AMOUNT                PIC 9(07)V99.
           05  RT-RETURN-DATE           PIC X(08).
           05  RT-RETURN-REASON         PIC X(03).
           05  FILLER                   PIC X(46).
       FD  CASH-APPLIED-FILE.
           COPY PAYREC.
       FD  INVOICE-MASTER-FILE.
           COPY INVMASTR.
       FD  OPEN-ITEM-FILE.
           COPY OIRECORD.
       FD  ADJUSTMENT-FILE.
           COPY ADJREC.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD              PIC X(80).
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-RECORD             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RT-STATUS         PIC X(02).
       01  WS-PA-STATUS         PIC X(02).
       01  WS-IM-STATUS         PIC X(02).
       01  WS-OI-STATUS         PIC X(02).
       01  WS-ADJ-STATUS        PIC X(02).
       01  WS-REG-STATUS        PIC X(02).
       01  WS-EXC-STATUS        PIC X(02).
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-EXCEPTION-REASON  PIC X(20).

      *----------------------------------------------------------------*
      * THE RETURNED-CHECK FEE QUEUED FOR EVERY RETURN REVERSED.
      *----------------------------------------------------------------*
       01  WS-RETURN-FEE        PIC 9(05)V99 VALUE 25.00.
       01  WS-FEE-DESCRIPTION   PIC X(20) VALUE "RETURNED CHECK FEE".

       01  WS-RETURNS-READ      PIC S9(07) COMP VALUE ZERO.
       01  WS-RETURNS-REVERSED  PIC S9(07) COMP VALUE ZERO.
       01  WS-RETURNS-EXCEPTED  PIC S9(07) COMP VALUE ZERO.
       01  WS-RETURNED-AMOUNT   PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-REVERSED-AMOUNT   PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-EXCEPTED-AMOUNT   PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-TRAIL-ROWS-READ   PIC S9(07) COMP VALUE ZERO.
       01  WS-FEE-COUNT         PIC S9(07) COMP VALUE ZERO.
       01  WS-FEE-AMOUNT        PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-ITEMS-REOPENED    PIC S9(07) COMP VALUE ZERO.
       01  WS-REOPENED-AMOUNT   PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-UNITEMIZED-AMOUNT PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-WRITE-ERRORS      PIC S9(07) COMP VALUE ZERO.
       01  WS-BALANCE-BEFORE    PIC 9(07)V99.
       01  WS-UNRESTORED        PIC S9(09)V99 COMP.
       01  WS-ITEM-RESTORE      PIC S9(09)V99 COMP.
       01  WS-PAID-DOWN-TOTAL   PIC S9(09)V99 COMP.
       01  WS-RESTORE-SKIP      PIC S9(09)V99 COMP.

      *----------------------------------------------------------------*
      * THE DAY'S RETURNS, LOADED BEFORE THE CASH-APPLIED TRAIL IS
      * PASSED SO THE WHOLE TRAIL IS READ ONLY ONCE.  FOR EACH RETURN
      * THE PASS COUNTS THE APPLIED ROWS IT MATCHES (WS-RT-APPLIED) AND
      * NETS OFF THE REVERSAL ROWS ALREADY WRITTEN FOR THEM, LEAVING
      * WS-RT-AVAILABLE: HOW MANY SUCH PAYMENTS ARE STILL STANDING TO
      * BE REVERSED.  A RETURN BOOK IS A FEW DOZEN ITEMS ON A BAD DAY;
      * A FULL TABLE STOPS THE JOB RATHER THAN DROP A RETURN.
      *----------------------------------------------------------------*
       01  WS-RT-MAX            PIC S9(04) COMP VALUE 200.
       01  WS-RT-COUNT          PIC S9(04) COMP VALUE ZERO.
       01  WS-RT-SUB            PIC S9(04) COMP.
       01  WS-RT-SUB-2          PIC S9(04) COMP.
       01  WS-RETURN-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-CUSTOMER-NO    PIC X(06).
               10  WS-RT-PAYMENT-DATE   PIC X(08).
               10  WS-RT-AMOUNT         PIC 9(07)V99.
               10  WS-RT-RETURN-DATE    PIC X(08).
               10  WS-RT-RETURN-REASON  PIC X(03).
               10  WS-RT-EDIT-REASON    PIC X(20).
               10  WS-RT-INVOICE-NO     PIC 9(08).
               10  WS-RT-APPLIED        PIC S9(04) COMP.
               10  WS-RT-AVAILABLE      PIC S9(04) COMP.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-PA-EOF-SWITCH     PIC X(01) VALUE "N".
               88  PA-END-OF-FILE   VALUE "Y".
           05  WS-OI-DONE-SWITCH    PIC X(01) VALUE "N".
               88  OPEN-ITEMS-DONE  VALUE "Y".
           05  WS-VALID-RECORD-SWITCH PIC X(01) VALUE "Y".
               88  VALID-RECORD     VALUE "Y".
               88  INVALID-RECORD   VALUE "N".

      *----------------------------------------------------------------*
      * RETURNS REGISTER AND EXCEPTION REPORT WORKING STORAGE.
      *----------------------------------------------------------------*
       01  WS-REPORT-TITLE-LINE.
           05  FILLER               PIC X(34)
               VALUE "RETURNED PAYMENT REGISTER FOR DATE".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TL-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(37) VALUE SPACES.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER               PIC X(08) VALUE " CUSTMR ".
           05  FILLER               PIC X(09) VALUE "PAID ON  ".
           05  FILLER               PIC X(09) VALUE "RETURNED ".
           05  FILLER               PIC X(13) VALUE "       AMOUNT".
           05  FILLER               PIC X(13) VALUE "   BAL BEFORE".
           05  FILLER               PIC X(13) VALUE "    BAL AFTER".
           05  FILLER               PIC X(15) VALUE " RSN INVOICE".
       01  WS-REGISTER-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-CUSTOMER-NO       PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-PAYMENT-DATE      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-RETURN-DATE       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-BALANCE-BEFORE    PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-BALANCE-AFTER     PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-RETURN-REASON     PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-INVOICE-NO        PIC X(08).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-EXCEPTION-TITLE-LINE.
           05  FILLER               PIC X(34)
               VALUE "RETURNED PAYMENT EXCEPTIONS FOR   ".
           05  XT-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(38) VALUE SPACES.
       01  WS-EXCEPTION-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-CUSTOMER-NO       PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-PAYMENT-DATE      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-RETURN-DATE       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-RETURN-REASON     PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  XL-REASON            PIC X(20).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(22).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(51) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  TO-LABEL             PIC X(22).
           05  TO-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(44) VALUE SPACES.
       01  WS-VERDICT-LINE          PIC X(80).
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1200-PROCESS-ONE-RETURN
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB GREATER THAN WS-RT-COUNT
           PERFORM 9000-WRAP-UP
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RETURN-FILE
           IF  WS-RT-STATUS NOT EQUAL "00"
               DISPLAY "INVNSF - UNABLE TO OPEN RETURN-FILE, "
                       "STATUS = " WS-RT-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0600-LOAD-ONE-RETURN UNTIL END-OF-FILE
           CLOSE RETURN-FILE
           PERFORM 0700-MATCH-CASH-APPLIED-TRAIL
           OPEN I-O INVOICE-MASTER-FILE
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "INVNSF - UNABLE TO OPEN INVOICE-MASTER, "
                       "STATUS = " WS-IM-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0540-OPEN-OPEN-ITEM-FILE
           PERFORM 0550-OPEN-CASH-APPLIED-FILE
           PERFORM 0560-OPEN-ADJUSTMENT-FILE
           OPEN OUTPUT REGISTER-FILE
           IF  WS-REG-STATUS NOT EQUAL "00"
               DISPLAY "INVNSF - UNABLE TO OPEN REGISTER-FILE, "
                       "STATUS = " WS-REG-STATUS
               GO TO 9999-END
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF  WS-EXC-STATUS NOT EQUAL "00"
               DISPLAY "INVNSF - UNABLE TO OPEN EXCEPTION-REPORT, "
                       "STATUS = " WS-EXC-STATUS
               GO TO 9999-END
           END-IF
           MOVE WS-RUN-DATE TO TL-RUN-DATE
           WRITE REGISTER-RECORD FROM WS-REPORT-TITLE-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE REGISTER-RECORD FROM WS-COLUMN-HEADER-LINE
           MOVE WS-RUN-DATE TO XT-RUN-DATE
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-TITLE-LINE
           WRITE EXCEPTION-RECORD FROM WS-BLANK-LINE
           .

      *----------------------------------------------------------------*
      * INVGEN CREATES THE OPEN-ITEM FILE THE FIRST TIME IT BILLS.  A
      * RUN THAT COMES FIRST (THE FIRST NIGHT AFTER INSTALL) FINDS NO
      * FILE ON DISK (STATUS 35) AND CREATES IT EMPTY, THE SAME WAY
      * INVGEN DOES; WITH NO OPEN ITEMS EVERY REVERSED PAYMENT IS
      * RESTORED AS UNITEMIZED BALANCE.
      *----------------------------------------------------------------*
       0540-OPEN-OPEN-ITEM-FILE.
           OPEN I-O OPEN-ITEM-FILE
           IF  WS-OI-STATUS EQUAL "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF
           IF  WS-OI-STATUS NOT EQUAL "00"
               DISPLAY "INVNSF - UNABLE TO OPEN OPEN-ITEM-FILE, "
                       "STATUS = " WS-OI-STATUS
               GO TO 9999-END
           END-IF
           .

      *----------------------------------------------------------------*
      * THE REVERSAL ROWS GO ON THE END OF THE PERMANENT CASH-APPLIED
      * TRAIL, AS INVPAY'S ROWS DO.
      *----------------------------------------------------------------*
       0550-OPEN-CASH-APPLIED-FILE.
           OPEN EXTEND CASH-APPLIED-FILE
           IF  WS-PA-STATUS EQUAL "35"
               OPEN OUTPUT CASH-APPLIED-FILE
           END-IF
           IF  WS-PA-STATUS NOT EQUAL "00"
               DISPLAY "INVNSF - UNABLE TO OPEN CASH-APPLIED-FILE, "
                       "STATUS = " WS-PA-STATUS
               GO TO 9999-END
           END-IF
           .

      *----------------------------------------------------------------*
      * FEES GO ON THE END OF THE ADJUSTMENTS FILE, BEHIND WHATEVER IS
      * ALREADY QUEUED FOR THE NEXT BILLING RUN.
      *----------------------------------------------------------------*
       0560-OPEN-ADJUSTMENT-FILE.
           OPEN EXTEND ADJUSTMENT-FILE
           IF  WS-ADJ-STATUS EQUAL "35"
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF
           IF  WS-ADJ-STATUS NOT EQUAL "00"
               DISPLAY "INVNSF - UNABLE TO EXTEND ADJUSTMENT-FILE, "
                       "STATUS = " WS-ADJ-STATUS
               GO TO 9999-END
           END-IF
           .

      *----------------------------------------------------------------*
      * LOAD AND EDIT ONE RETURN.  EVERY RETURN READ IS COUNTED AND
      * ITS AMOUNT (WHEN NUMERIC) ADDED TO THE RETURNED AMOUNT BEFORE
      * ANY EDIT, SO THE REGISTER TIES TO THE BANK'S RETURN TOTAL.  A
      * RETURN FAILING AN EDIT CARRIES ITS REASON IN THE TABLE AND IS
      * EXCEPTED WHEN ITS TURN COMES.
      *----------------------------------------------------------------*
       0600-LOAD-ONE-RETURN.
           READ RETURN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF  NOT END-OF-FILE
               IF  WS-RT-COUNT NOT LESS THAN WS-RT-MAX
                   DISPLAY "INVNSF - RETURN TABLE FULL AT 200, "
                           "SPLIT THE RETURN FILE AND RERUN"
                   GO TO 9999-END
               END-IF
               ADD 1 TO WS-RETURNS-READ
               ADD 1 TO WS-RT-COUNT
               PERFORM 0650-EDIT-RETURN
               MOVE RT-CUSTOMER-NO   TO WS-RT-CUSTOMER-NO (WS-RT-COUNT)
               MOVE RT-PAYMENT-DATE  TO WS-RT-PAYMENT-DATE (WS-RT-COUNT)
               MOVE RT-RETURN-DATE   TO WS-RT-RETURN-DATE (WS-RT-COUNT)
               MOVE RT-RETURN-REASON
                   TO WS-RT-RETURN-REASON (WS-RT-COUNT)
               MOVE WS-EXCEPTION-REASON
                   TO WS-RT-EDIT-REASON (WS-RT-COUNT)
               MOVE ZEROS TO WS-RT-INVOICE-NO (WS-RT-COUNT)
               MOVE ZERO  TO WS-RT-APPLIED (WS-RT-COUNT)
               MOVE ZERO  TO WS-RT-AVAILABLE (WS-RT-COUNT)
               IF  RT-AMOUNT NUMERIC
                   ADD RT-AMOUNT TO WS-RETURNED-AMOUNT
                   MOVE RT-AMOUNT TO WS-RT-AMOUNT (WS-RT-COUNT)
               ELSE
                   MOVE ZERO TO WS-RT-AMOUNT (WS-RT-COUNT)
               END-IF
           END-IF
           .

       0650-EDIT-RETURN.
           SET VALID-RECORD TO TRUE
           MOVE SPACES TO WS-EXCEPTION-REASON
           IF  RT-CUSTOMER-NO NOT NUMERIC
               OR RT-CUSTOMER-NO-N EQUAL ZEROS
               SET INVALID-RECORD TO TRUE
               MOVE "INVALID CUSTOMER" TO WS-EXCEPTION-REASON
           END-IF
           IF  VALID-RECORD
               IF  RT-AMOUNT NOT NUMERIC
                   OR RT-AMOUNT EQUAL ZEROS
                   SET INVALID-RECORD TO TRUE
                   MOVE "INVALID AMOUNT" TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  RT-PAYMENT-DATE NOT NUMERIC
                   SET INVALID-RECORD TO TRUE
                   MOVE "INVALID PAYMENT DATE" TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  RT-RETURN-DATE NOT NUMERIC
                   SET INVALID-RECORD TO TRUE
                   MOVE "INVALID RETURN DATE" TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE PASS OF THE CASH-APPLIED TRAIL AGAINST THE RETURN TABLE.
      * NO TRAIL AT ALL MEANS NOTHING WAS EVER APPLIED, SO EVERY RETURN
      * WILL BE EXCEPTED; ANY OTHER OPEN FAILURE STOPS THE JOB.
      *----------------------------------------------------------------*
       0700-MATCH-CASH-APPLIED-TRAIL.
           OPEN INPUT CASH-APPLIED-FILE
           EVALUATE TRUE
               WHEN WS-PA-STATUS EQUAL "00"
                   PERFORM 0750-MATCH-ONE-TRAIL-ROW
                       UNTIL PA-END-OF-FILE
                   CLOSE CASH-APPLIED-FILE
               WHEN WS-PA-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVNSF - UNABLE TO READ CASH-APPLIED-FILE, "
                           "STATUS = " WS-PA-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

       0750-MATCH-ONE-TRAIL-ROW.
           READ CASH-APPLIED-FILE
               AT END
                   SET PA-END-OF-FILE TO TRUE
           END-READ
           IF  NOT PA-END-OF-FILE
               ADD 1 TO WS-TRAIL-ROWS-READ
               PERFORM 0760-MATCH-ROW-TO-ONE-RETURN
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB GREATER THAN WS-RT-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * AN APPLIED ROW MATCHING A RETURN MAKES ONE MORE PAYMENT
      * AVAILABLE TO REVERSE (AND LEAVES ITS INVOICE NUMBER FOR THE
      * REOPEN); A REVERSAL ROW MATCHING IT TAKES ONE AWAY AGAIN.
      *----------------------------------------------------------------*
       0760-MATCH-ROW-TO-ONE-RETURN.
           IF  WS-RT-EDIT-REASON (WS-RT-SUB) EQUAL SPACES
               AND PA-CUSTOMER-NO EQUAL WS-RT-CUSTOMER-NO (WS-RT-SUB)
               AND PA-PAYMENT-DATE EQUAL WS-RT-PAYMENT-DATE (WS-RT-SUB)
               AND PA-AMOUNT-APPLIED EQUAL WS-RT-AMOUNT (WS-RT-SUB)
               IF  PA-RETURNED-ENTRY
                   SUBTRACT 1 FROM WS-RT-AVAILABLE (WS-RT-SUB)
               ELSE
                   ADD 1 TO WS-RT-APPLIED (WS-RT-SUB)
                   ADD 1 TO WS-RT-AVAILABLE (WS-RT-SUB)
                   IF  PA-INVOICE-NO NUMERIC
                       MOVE PA-INVOICE-NO
                           TO WS-RT-INVOICE-NO (WS-RT-SUB)
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE RETURN.  IT IS REVERSED ONLY WHEN IT PASSED THE EDITS AND
      * AN APPLIED PAYMENT IS STILL STANDING FOR IT; OTHERWISE IT IS
      * EXCEPTED, AND A RETURN WHOSE PAYMENT WAS FOUND BUT HAS ALREADY
      * BEEN REVERSED SAYS SO.
      *----------------------------------------------------------------*
       1200-PROCESS-ONE-RETURN.
           EVALUATE TRUE
               WHEN WS-RT-EDIT-REASON (WS-RT-SUB) NOT EQUAL SPACES
                   MOVE WS-RT-EDIT-REASON (WS-RT-SUB)
                       TO WS-EXCEPTION-REASON
                   PERFORM 3100-WRITE-EXCEPTION-LINE
               WHEN WS-RT-AVAILABLE (WS-RT-SUB) GREATER THAN ZERO
                   PERFORM 2000-REVERSE-PAYMENT
               WHEN WS-RT-APPLIED (WS-RT-SUB) GREATER THAN ZERO
                   MOVE "ALREADY REVERSED" TO WS-EXCEPTION-REASON
                   PERFORM 3100-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE "NO MATCHING PAYMENT" TO WS-EXCEPTION-REASON
                   PERFORM 3100-WRITE-EXCEPTION-LINE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * PUT THE AMOUNT BACK ON THE MASTER.  THE CUSTOMER MAY HAVE BEEN
      * DELETED SINCE THE PAYMENT WAS APPLIED, OR THE RESTORED BALANCE
      * MAY NOT FIT; EITHER IS EXCEPTED AND NOTHING IS TOUCHED.
      *----------------------------------------------------------------*
       2000-REVERSE-PAYMENT.
           MOVE WS-RT-CUSTOMER-NO (WS-RT-SUB) TO IM-CUSTOMER-NO
           READ INVOICE-MASTER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM 3100-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM 2100-RESTORE-BALANCE
           END-READ
           .

       2100-RESTORE-BALANCE.
           SET VALID-RECORD TO TRUE
           IF  IM-OUTSTANDING-BALANCE NOT NUMERIC
               SET INVALID-RECORD TO TRUE
               MOVE "NO BALANCE ON FILE" TO WS-EXCEPTION-REASON
           ELSE
               MOVE IM-OUTSTANDING-BALANCE TO WS-BALANCE-BEFORE
               ADD WS-RT-AMOUNT (WS-RT-SUB) TO IM-OUTSTANDING-BALANCE
                   ON SIZE ERROR
                       SET INVALID-RECORD TO TRUE
                       MOVE "BALANCE OVERFLOW" TO WS-EXCEPTION-REASON
               END-ADD
           END-IF
           IF  VALID-RECORD
               REWRITE IM-RECORD
               IF  WS-IM-STATUS NOT EQUAL "00"
                   SET INVALID-RECORD TO TRUE
                   MOVE "REWRITE FAILED" TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               ADD 1 TO WS-RETURNS-REVERSED
               ADD WS-RT-AMOUNT (WS-RT-SUB) TO WS-REVERSED-AMOUNT
               PERFORM 2200-REOPEN-OPEN-ITEMS
               PERFORM 3000-WRITE-REVERSAL-ROW
               PERFORM 3050-QUEUE-RETURN-FEE
               PERFORM 3200-WRITE-REGISTER-DETAIL
               PERFORM 2500-USE-UP-MATCHED-PAYMENT
           ELSE
               PERFORM 3100-WRITE-EXCEPTION-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * REOPEN WHAT THE PAYMENT RELIEVED.  THE INVOICE THE PAYMENT
      * NAMED TAKES IT BACK FIRST.  THE REST WAS APPLIED OLDEST FIRST
      * TO WHATEVER WAS STILL OPEN WHEN INVPAY RAN, AND EARLIER GOOD
      * PAYMENTS HAD ALREADY PAID OFF THE ITEMS OLDER THAN THAT -- SO
      * IT IS TAKEN BACK NEWEST ITEM FIRST, THE REVERSE OF THE RELIEF.
      * THE FILE READS ONLY FORWARD, SO THE FIRST PASS TOTALS WHAT HAS
      * BEEN PAID OFF THE CUSTOMER'S ITEMS, AND THE SECOND PASS LEAVES
      * PAID THE OLDEST PART OF THAT TOTAL (ALL BUT THE AMOUNT BEING
      * REVERSED) AND REOPENS THE NEWER PART.  EACH ITEM TAKES BACK AT
      * MOST WHAT HAS BEEN PAID OFF IT.  ANY AMOUNT LEFT WHEN THE
      * ITEMS RUN OUT WENT AGAINST A BALANCE CARRIED FROM BEFORE THE
      * OPEN-ITEM FILE AND IS BACK ON THE MASTER WITH NO ITEM, AS IT
      * WAS.
      *----------------------------------------------------------------*
       2200-REOPEN-OPEN-ITEMS.
           MOVE WS-RT-AMOUNT (WS-RT-SUB) TO WS-UNRESTORED
           MOVE ZERO TO WS-RESTORE-SKIP
           IF  WS-RT-INVOICE-NO (WS-RT-SUB) GREATER THAN ZERO
               MOVE IM-CUSTOMER-NO TO OI-CUSTOMER-NO
               MOVE WS-RT-INVOICE-NO (WS-RT-SUB) TO OI-INVOICE-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2300-REOPEN-ONE-ITEM
               END-READ
           END-IF
           MOVE ZERO TO WS-PAID-DOWN-TOTAL
           PERFORM 2210-START-CUSTOMER-ITEMS
           PERFORM 2220-ADD-ONE-PAID-DOWN
               UNTIL OPEN-ITEMS-DONE
           IF  WS-PAID-DOWN-TOTAL GREATER THAN WS-UNRESTORED
               COMPUTE WS-RESTORE-SKIP
                   = WS-PAID-DOWN-TOTAL - WS-UNRESTORED
           END-IF
           PERFORM 2210-START-CUSTOMER-ITEMS
           PERFORM 2250-REOPEN-NEXT-ITEM
               UNTIL OPEN-ITEMS-DONE
               OR WS-UNRESTORED NOT GREATER THAN ZERO
           ADD WS-UNRESTORED TO WS-UNITEMIZED-AMOUNT
           .

       2210-START-CUSTOMER-ITEMS.
           MOVE "N" TO WS-OI-DONE-SWITCH
           MOVE IM-CUSTOMER-NO TO OI-CUSTOMER-NO
           MOVE ZEROS          TO OI-INVOICE-NO
           START OPEN-ITEM-FILE KEY NOT LESS THAN OI-KEY
               INVALID KEY
                   SET OPEN-ITEMS-DONE TO TRUE
           END-START
           .

       2220-ADD-ONE-PAID-DOWN.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEMS-DONE TO TRUE
           END-READ
           IF  NOT OPEN-ITEMS-DONE
               IF  OI-CUSTOMER-NO NOT EQUAL IM-CUSTOMER-NO
                   SET OPEN-ITEMS-DONE TO TRUE
               ELSE
                   COMPUTE WS-PAID-DOWN-TOTAL = WS-PAID-DOWN-TOTAL
                       + OI-ORIGINAL-AMOUNT - OI-OPEN-AMOUNT
               END-IF
           END-IF
           .

       2250-REOPEN-NEXT-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEMS-DONE TO TRUE
           END-READ
           IF  NOT OPEN-ITEMS-DONE
               IF  OI-CUSTOMER-NO NOT EQUAL IM-CUSTOMER-NO
                   SET OPEN-ITEMS-DONE TO TRUE
               ELSE
                   PERFORM 2300-REOPEN-ONE-ITEM
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * WS-RESTORE-SKIP IS THE PAID-OFF AMOUNT STILL TO BE LEFT PAID ON
      * THE OLDEST ITEMS; IT IS ZERO FOR THE NAMED INVOICE.
      *----------------------------------------------------------------*
       2300-REOPEN-ONE-ITEM.
           COMPUTE WS-ITEM-RESTORE = OI-ORIGINAL-AMOUNT - OI-OPEN-AMOUNT
           IF  WS-RESTORE-SKIP GREATER THAN ZERO
               AND WS-ITEM-RESTORE GREATER THAN ZERO
               IF  WS-RESTORE-SKIP NOT LESS THAN WS-ITEM-RESTORE
                   SUBTRACT WS-ITEM-RESTORE FROM WS-RESTORE-SKIP
                   MOVE ZERO TO WS-ITEM-RESTORE
               ELSE
                   SUBTRACT WS-RESTORE-SKIP FROM WS-ITEM-RESTORE
                   MOVE ZERO TO WS-RESTORE-SKIP
               END-IF
           END-IF
           IF  WS-ITEM-RESTORE GREATER THAN WS-UNRESTORED
               MOVE WS-UNRESTORED TO WS-ITEM-RESTORE
           END-IF
           IF  WS-ITEM-RESTORE GREATER THAN ZERO
               ADD WS-ITEM-RESTORE TO OI-OPEN-AMOUNT
               SUBTRACT WS-ITEM-RESTORE FROM WS-UNRESTORED
               SET OI-ITEM-OPEN TO TRUE
               MOVE WS-RT-RETURN-DATE (WS-RT-SUB)
                   TO OI-LAST-ACTIVITY-DATE
               REWRITE OI-RECORD
               IF  WS-OI-STATUS EQUAL "00"
                   ADD 1 TO WS-ITEMS-REOPENED
                   ADD WS-ITEM-RESTORE TO WS-REOPENED-AMOUNT
               ELSE
                   DISPLAY "INVNSF - OPEN ITEM REWRITE FAILED FOR "
                           OI-KEY ", STATUS = " WS-OI-STATUS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE PAYMENT JUST REVERSED IS NO LONGER STANDING FOR ANY LATER
      * RETURN IN THE TABLE FOR THE SAME CUSTOMER, DATE AND AMOUNT --
      * A SECOND IDENTICAL RETURN NEEDS A SECOND IDENTICAL PAYMENT.
      *----------------------------------------------------------------*
       2500-USE-UP-MATCHED-PAYMENT.
           COMPUTE WS-RT-SUB-2 = WS-RT-SUB + 1
           PERFORM 2550-USE-UP-FOR-ONE-RETURN
               UNTIL WS-RT-SUB-2 GREATER THAN WS-RT-COUNT
           .

       2550-USE-UP-FOR-ONE-RETURN.
           IF  WS-RT-CUSTOMER-NO (WS-RT-SUB-2)
                   EQUAL WS-RT-CUSTOMER-NO (WS-RT-SUB)
               AND WS-RT-PAYMENT-DATE (WS-RT-SUB-2)
                   EQUAL WS-RT-PAYMENT-DATE (WS-RT-SUB)
               AND WS-RT-AMOUNT (WS-RT-SUB-2)
                   EQUAL WS-RT-AMOUNT (WS-RT-SUB)
               SUBTRACT 1 FROM WS-RT-AVAILABLE (WS-RT-SUB-2)
           END-IF
           ADD 1 TO WS-RT-SUB-2
           .

       3000-WRITE-REVERSAL-ROW.
           MOVE SPACES TO PA-RECORD
           MOVE IM-CUSTOMER-NO TO PA-CUSTOMER-NO
           MOVE WS-RT-PAYMENT-DATE (WS-RT-SUB) TO PA-PAYMENT-DATE
           MOVE WS-RT-AMOUNT (WS-RT-SUB) TO PA-AMOUNT-APPLIED
           MOVE WS-RUN-DATE TO PA-RUN-DATE
           MOVE WS-RT-INVOICE-NO (WS-RT-SUB) TO PA-INVOICE-NO
           SET PA-RETURNED-ENTRY TO TRUE
           MOVE WS-RT-RETURN-DATE (WS-RT-SUB) TO PA-RETURN-DATE
           MOVE WS-RT-RETURN-REASON (WS-RT-SUB) TO PA-RETURN-REASON
           WRITE PA-RECORD
           IF  WS-PA-STATUS NOT EQUAL "00"
               DISPLAY "INVNSF - WRITE FAILED ON CASH-APPLIED-FILE FOR "
                       IM-CUSTOMER-NO ", STATUS = " WS-PA-STATUS
               ADD 1 TO WS-WRITE-ERRORS
           END-IF
           .

       3050-QUEUE-RETURN-FEE.
           MOVE SPACES TO ADJ-RECORD
           MOVE IM-CUSTOMER-NO TO ADJ-CUSTOMER-NO
           SET ADJ-CHARGE TO TRUE
           MOVE WS-RETURN-FEE TO ADJ-AMOUNT
           MOVE WS-FEE-DESCRIPTION TO ADJ-DESCRIPTION
           MOVE "N" TO ADJ-APPLIED-FLAG
           MOVE ZEROS TO ADJ-APPLIED-DATE
           WRITE ADJ-RECORD
           IF  WS-ADJ-STATUS EQUAL "00"
               ADD 1 TO WS-FEE-COUNT
               ADD WS-RETURN-FEE TO WS-FEE-AMOUNT
           ELSE
               DISPLAY "INVNSF - WRITE FAILED ON ADJUSTMENT-FILE FOR "
                       IM-CUSTOMER-NO ", STATUS = " WS-ADJ-STATUS
               ADD 1 TO WS-WRITE-ERRORS
           END-IF
           .

       3100-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-RETURNS-EXCEPTED
           ADD WS-RT-AMOUNT (WS-RT-SUB) TO WS-EXCEPTED-AMOUNT
           MOVE WS-RT-CUSTOMER-NO (WS-RT-SUB)   TO XL-CUSTOMER-NO
           MOVE WS-RT-PAYMENT-DATE (WS-RT-SUB)  TO XL-PAYMENT-DATE
           MOVE WS-RT-RETURN-DATE (WS-RT-SUB)   TO XL-RETURN-DATE
           MOVE WS-RT-AMOUNT (WS-RT-SUB)        TO XL-AMOUNT
           MOVE WS-RT-RETURN-REASON (WS-RT-SUB) TO XL-RETURN-REASON
           MOVE WS-EXCEPTION-REASON             TO XL-REASON
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
           .

       3200-WRITE-REGISTER-DETAIL.
           MOVE WS-RT-CUSTOMER-NO (WS-RT-SUB)   TO RG-CUSTOMER-NO
           MOVE WS-RT-PAYMENT-DATE (WS-RT-SUB)  TO RG-PAYMENT-DATE
           MOVE WS-RT-RETURN-DATE (WS-RT-SUB)   TO RG-RETURN-DATE
           MOVE WS-RT-AMOUNT (WS-RT-SUB)        TO RG-AMOUNT
           MOVE WS-BALANCE-BEFORE               TO RG-BALANCE-BEFORE
           MOVE IM-OUTSTANDING-BALANCE          TO RG-BALANCE-AFTER
           MOVE WS-RT-RETURN-REASON (WS-RT-SUB) TO RG-RETURN-REASON
           IF  WS-RT-INVOICE-NO (WS-RT-SUB) GREATER THAN ZERO
               MOVE WS-RT-INVOICE-NO (WS-RT-SUB) TO RG-INVOICE-NO
           ELSE
               MOVE "OLDEST" TO RG-INVOICE-NO
           END-IF
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE
           .

      *----------------------------------------------------------------*
      * CONTROL TOTALS.  REVERSED PLUS EXCEPTED EQUALS WHAT WAS READ
      * OFF THE BANK'S RETURN FILE, IN COUNT AND IN AMOUNT -- A RETURN
      * CAN ONLY LAND ON THE REGISTER OR ON THE EXCEPTION REPORT.  IF
      * THEY DO NOT TIE THE JOB ENDS WITH RETURN CODE 8.  SO DOES A
      * FAILED WRITE OF A REVERSAL ROW OR A FEE ROW: THE MASTER AND
      * OPEN ITEMS WERE ALREADY RESTORED, AND WITHOUT THE REVERSAL ROW
      * THE NEXT RUN WOULD REVERSE THE PAYMENT AGAIN, WITHOUT THE FEE
      * ROW THE FEE IS NEVER CHARGED.
      *----------------------------------------------------------------*
       9000-WRAP-UP.
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "RETURNS READ:         " TO CL-LABEL
           MOVE WS-RETURNS-READ TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "RETURNS REVERSED:     " TO CL-LABEL
           MOVE WS-RETURNS-REVERSED TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "RETURNS EXCEPTED:     " TO CL-LABEL
           MOVE WS-RETURNS-EXCEPTED TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "BANK RETURNS AMOUNT:  " TO TO-LABEL
           MOVE WS-RETURNED-AMOUNT TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "RETURNS REVERSED:     " TO TO-LABEL
           MOVE WS-REVERSED-AMOUNT TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "RETURNS EXCEPTED:     " TO TO-LABEL
           MOVE WS-EXCEPTED-AMOUNT TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "OPEN ITEMS REOPENED:  " TO CL-LABEL
           MOVE WS-ITEMS-REOPENED TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "REOPENED ON ITEMS:    " TO TO-LABEL
           MOVE WS-REOPENED-AMOUNT TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "RESTORED UNITEMIZED:  " TO TO-LABEL
           MOVE WS-UNITEMIZED-AMOUNT TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "RETURN FEES QUEUED:   " TO CL-LABEL
           MOVE WS-FEE-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "RETURN FEE AMOUNT:    " TO TO-LABEL
           MOVE WS-FEE-AMOUNT TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "TRAIL ROWS SEARCHED:  " TO CL-LABEL
           MOVE WS-TRAIL-ROWS-READ TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "ROWS NOT WRITTEN:     " TO CL-LABEL
           MOVE WS-WRITE-ERRORS TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           IF  WS-RETURNS-READ
                   EQUAL WS-RETURNS-REVERSED + WS-RETURNS-EXCEPTED
               AND WS-RETURNED-AMOUNT
                   EQUAL WS-REVERSED-AMOUNT + WS-EXCEPTED-AMOUNT
               MOVE " RETURNS REGISTER IN BALANCE" TO WS-VERDICT-LINE
           ELSE
               MOVE " RETURNS REGISTER OUT OF BALANCE"
                   TO WS-VERDICT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REGISTER-RECORD FROM WS-VERDICT-LINE
           IF  WS-WRITE-ERRORS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE INVOICE-MASTER-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE CASH-APPLIED-FILE
           CLOSE ADJUSTMENT-FILE
           CLOSE REGISTER-FILE
           CLOSE EXCEPTION-REPORT-FILE
           .

       9999-END.
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
