      *              COL  7-14  PAYMENT DATE YYYYMMDD
      *              COL 15-23  PAYMENT AMOUNT 9(7)V99, NO DECIMAL
      *                         POINT KEYED
      *              COL 24-31  INVOICE NUMBER (OPTIONAL -- BLANK OR
      *                         ZERO APPLIES OLDEST INVOICE FIRST)
      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   OPEN-ITEM CASH APPLICATION.  THE LOCKBOX
      *                     RECORD NOW CARRIES AN OPTIONAL INVOICE
      *                     NUMBER.  BESIDES REDUCING THE MASTER
      *                     BALANCE, THE PAYMENT RELIEVES THE OPEN
      *                     ITEMS INVGEN POSTED (OIRECORD, OPENITEM):
      *                     THE NAMED INVOICE FIRST WHEN ONE IS GIVEN,
      *                     THEN THE CUSTOMER'S OTHER OPEN ITEMS OLDEST
      *                     FIRST.  A NAMED INVOICE THAT IS NOT OPEN
      *                     FOR THE CUSTOMER IS AN EXCEPTION.  THE
      *                     INVOICE NUMBER IS CARRIED ONTO THE CASH-
      *                     APPLIED ROW AND THE REGISTER.
      *   15 OCT 2026  JM   CASH-APPLIED ROWS NOW CARRY ENTRY TYPE P, TO
      *                     TELL THEM FROM THE REVERSAL ROWS THE
      *                     RETURNED-ITEMS JOB (INVNSF) APPENDS FOR
      *                     BOUNCED PAYMENTS.
      *   15 OCT 2026  JM   NO OPEN-ITEM FILE ON DISK (NO INVGEN RUN
      *                     YET) NO LONGER ENDS THE JOB; THE FILE IS
      *                     CREATED EMPTY AND THE BALANCE TREATED AS
      *                     UNITEMIZED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPAY.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OI-STATUS.
           SELECT CASH-APPLIED-FILE ASSIGN TO "PAYAPPLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           05  LB-CUSTOMER-NO           PIC 9(06).
           05  LB-PAYMENT-DATE          PIC X(08).
           05  LB-PAYMENT-AMOUNT        PIC 9(07)V99.
           05  LB-INVOICE-NO            PIC X(08).
           05  LB-INVOICE-NO-N REDEFINES LB-INVOICE-NO
                                        PIC 9(08).
           05  FILLER                   PIC X(49).
       FD  OPEN-ITEM-FILE.
           COPY OIRECORD.
       FD  CASH-APPLIED-FILE.
           COPY PAYREC.
       FD  REGISTER-FILE.
       01  WS-PA-STATUS         PIC X(02).
       01  WS-REG-STATUS        PIC X(02).
       01  WS-EXC-STATUS        PIC X(02).
       01  WS-OI-STATUS         PIC X(02).
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-EXCEPTION-REASON  PIC X(20).
       01  WS-PAYMENTS-READ     PIC S9(07) COMP VALUE ZERO.
       01  WS-APPLIED-AMOUNT    PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-EXCEPTED-AMOUNT   PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-BALANCE-BEFORE    PIC 9(07)V99.
       01  WS-UNAPPLIED-CASH    PIC S9(09)V99 COMP.
       01  WS-ITEM-RELIEF       PIC S9(09)V99 COMP.
       01  WS-ITEMS-RELIEVED    PIC S9(07) COMP VALUE ZERO.
       01  WS-RELIEVED-AMOUNT   PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-VALID-RECORD-SWITCH PIC X(01) VALUE "Y".
               88  VALID-RECORD     VALUE "Y".
               88  INVALID-RECORD   VALUE "N".
           05  WS-INVOICE-SWITCH    PIC X(01) VALUE "N".
               88  INVOICE-NAMED    VALUE "Y".
           05  WS-OI-DONE-SWITCH    PIC X(01) VALUE "N".
               88  OPEN-ITEMS-DONE  VALUE "Y".
           05  WS-INVOICE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  INVOICE-OPEN-FOR-CUSTOMER VALUE "Y".

      *----------------------------------------------------------------*
      * CASH-APPLIED REGISTER WORKING STORAGE.  ONE DETAIL LINE PER
           05  RG-BALANCE-BEFORE    PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-BALANCE-AFTER     PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-INVOICE-NO        PIC X(08).
           05  FILLER               PIC X(16) VALUE SPACES.
       01  WS-EXCEPTION-TITLE-LINE.
           05  FILLER               PIC X(34)
               VALUE "LOCKBOX PAYMENT EXCEPTIONS FOR    ".
                       "STATUS = " WS-LB-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0540-OPEN-OPEN-ITEM-FILE
           PERFORM 0550-OPEN-CASH-APPLIED-FILE
           OPEN OUTPUT REGISTER-FILE
           IF  WS-REG-STATUS NOT EQUAL "00"
           PERFORM 1150-READ-NEXT-PAYMENT
           .

      *----------------------------------------------------------------*
      * INVGEN CREATES THE OPEN-ITEM FILE THE FIRST TIME IT BILLS.  A
      * RUN THAT COMES FIRST (THE FIRST NIGHT AFTER INSTALL) FINDS NO
      * FILE ON DISK (STATUS 35) AND CREATES IT EMPTY, THE SAME WAY
      * INVGEN DOES; WITH NO OPEN ITEMS EVERY PAYMENT RELIEVES THE
      * UNITEMIZED PART OF THE BALANCE.
      *----------------------------------------------------------------*
       0540-OPEN-OPEN-ITEM-FILE.
           OPEN I-O OPEN-ITEM-FILE
           IF  WS-OI-STATUS EQUAL "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF
           IF  WS-OI-STATUS NOT EQUAL "00"
               DISPLAY "INVPAY - UNABLE TO OPEN OPEN-ITEM-FILE, "
                       "STATUS = " WS-OI-STATUS
               GO TO 9999-END
           END-IF
           .

      *----------------------------------------------------------------*
      * THE CASH-APPLIED FILE IS THE PERMANENT TRAIL ACROSS DAILY
      * RUNS, SO IT IS OPENED EXTEND.  THE VERY FIRST RUN FINDS NO

       1300-EDIT-PAYMENT.
           SET VALID-RECORD TO TRUE
           MOVE "N" TO WS-INVOICE-SWITCH
           IF  LB-CUSTOMER-NO NOT NUMERIC
               OR LB-CUSTOMER-NO EQUAL ZEROS
               SET INVALID-RECORD TO TRUE
                   MOVE "INVALID PAYMENT DATE" TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               AND LB-INVOICE-NO NOT EQUAL SPACES
               AND LB-INVOICE-NO NOT EQUAL ZEROS
               IF  LB-INVOICE-NO NUMERIC
                   SET INVOICE-NAMED TO TRUE
               ELSE
                   SET INVALID-RECORD TO TRUE
                   MOVE "INVALID INVOICE NO" TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
           .

       2100-APPLY-TO-BALANCE.
           IF  INVOICE-NAMED
               PERFORM 2150-CHECK-NAMED-INVOICE
           END-IF
           EVALUATE TRUE
               WHEN IM-OUTSTANDING-BALANCE NOT NUMERIC
                   MOVE "NO BALANCE ON FILE" TO WS-EXCEPTION-REASON
                    IM-OUTSTANDING-BALANCE
                   MOVE "OVERPAYMENT" TO WS-EXCEPTION-REASON
                   PERFORM 3100-WRITE-EXCEPTION-LINE
               WHEN INVOICE-NAMED
                   AND NOT INVOICE-OPEN-FOR-CUSTOMER
                   MOVE "INVOICE NOT OPEN" TO WS-EXCEPTION-REASON
                   PERFORM 3100-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE IM-OUTSTANDING-BALANCE TO WS-BALANCE-BEFORE
                   SUBTRACT LB-PAYMENT-AMOUNT
                   IF  WS-IM-STATUS EQUAL "00"
                       ADD 1 TO WS-PAYMENTS-APPLIED
                       ADD LB-PAYMENT-AMOUNT TO WS-APPLIED-AMOUNT
                       PERFORM 2200-RELIEVE-OPEN-ITEMS
                       PERFORM 3000-WRITE-CASH-APPLIED-ROW
                       PERFORM 3200-WRITE-REGISTER-DETAIL
                   ELSE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * A NAMED INVOICE MUST BE ON THE OPEN-ITEM FILE UNDER THIS
      * CUSTOMER AND STILL OPEN, OR THE PAYMENT IS EXCEPTED BEFORE
      * ANYTHING IS TOUCHED -- CASH MEANT FOR A DIFFERENT INVOICE IS
      * FOR THE CASH TEAM TO SORT OUT, NOT FOR OLDEST-FIRST TO GUESS.
      *----------------------------------------------------------------*
       2150-CHECK-NAMED-INVOICE.
           MOVE "N" TO WS-INVOICE-OPEN-SWITCH
           MOVE LB-CUSTOMER-NO  TO OI-CUSTOMER-NO
           MOVE LB-INVOICE-NO-N TO OI-INVOICE-NO
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  OI-ITEM-OPEN
                       AND OI-OPEN-AMOUNT GREATER THAN ZERO
                       SET INVOICE-OPEN-FOR-CUSTOMER TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * THE PAYMENT IS ON THE MASTER; NOW RELIEVE THE SUBLEDGER.  A
      * NAMED INVOICE IS RELIEVED FIRST, UP TO ITS OPEN AMOUNT; ANY
      * CASH LEFT OVER (OR ALL OF IT, WHEN NO INVOICE WAS NAMED) GOES
      * TO THE CUSTOMER'S OPEN ITEMS OLDEST INVOICE NUMBER FIRST.
      * CASH STILL LEFT WHEN THE ITEMS RUN OUT CAME OFF A BALANCE
      * CARRIED FROM BEFORE THE OPEN-ITEM FILE EXISTED, WHICH HAS NO
      * ITEM TO RELIEVE.
      *----------------------------------------------------------------*
       2200-RELIEVE-OPEN-ITEMS.
           MOVE LB-PAYMENT-AMOUNT TO WS-UNAPPLIED-CASH
           IF  INVOICE-NAMED
               MOVE LB-CUSTOMER-NO  TO OI-CUSTOMER-NO
               MOVE LB-INVOICE-NO-N TO OI-INVOICE-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2300-RELIEVE-ONE-ITEM
               END-READ
           END-IF
           MOVE "N" TO WS-OI-DONE-SWITCH
           MOVE LB-CUSTOMER-NO TO OI-CUSTOMER-NO
           MOVE ZEROS          TO OI-INVOICE-NO
           START OPEN-ITEM-FILE KEY NOT LESS THAN OI-KEY
               INVALID KEY
                   SET OPEN-ITEMS-DONE TO TRUE
           END-START
           PERFORM 2250-RELIEVE-NEXT-ITEM
               UNTIL OPEN-ITEMS-DONE
               OR WS-UNAPPLIED-CASH NOT GREATER THAN ZERO
           .

       2250-RELIEVE-NEXT-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEMS-DONE TO TRUE
           END-READ
           IF  NOT OPEN-ITEMS-DONE
               IF  OI-CUSTOMER-NO NOT EQUAL LB-CUSTOMER-NO
                   SET OPEN-ITEMS-DONE TO TRUE
               ELSE
                   PERFORM 2300-RELIEVE-ONE-ITEM
               END-IF
           END-IF
           .

       2300-RELIEVE-ONE-ITEM.
           IF  OI-ITEM-OPEN
               AND OI-OPEN-AMOUNT GREATER THAN ZERO
               AND WS-UNAPPLIED-CASH GREATER THAN ZERO
               IF  OI-OPEN-AMOUNT GREATER THAN WS-UNAPPLIED-CASH
                   MOVE WS-UNAPPLIED-CASH TO WS-ITEM-RELIEF
               ELSE
                   MOVE OI-OPEN-AMOUNT TO WS-ITEM-RELIEF
               END-IF
               SUBTRACT WS-ITEM-RELIEF FROM OI-OPEN-AMOUNT
               SUBTRACT WS-ITEM-RELIEF FROM WS-UNAPPLIED-CASH
               IF  OI-OPEN-AMOUNT EQUAL ZERO
                   SET OI-ITEM-PAID TO TRUE
               END-IF
               MOVE LB-PAYMENT-DATE TO OI-LAST-ACTIVITY-DATE
               REWRITE OI-RECORD
               IF  WS-OI-STATUS EQUAL "00"
                   ADD 1 TO WS-ITEMS-RELIEVED
                   ADD WS-ITEM-RELIEF TO WS-RELIEVED-AMOUNT
               ELSE
                   DISPLAY "INVPAY - OPEN ITEM REWRITE FAILED FOR "
                           OI-KEY ", STATUS = " WS-OI-STATUS
               END-IF
           END-IF
           .

       3000-WRITE-CASH-APPLIED-ROW.
           MOVE SPACES            TO PA-RECORD
           MOVE LB-CUSTOMER-NO    TO PA-CUSTOMER-NO
           MOVE LB-PAYMENT-DATE   TO PA-PAYMENT-DATE
           MOVE LB-PAYMENT-AMOUNT TO PA-AMOUNT-APPLIED
           MOVE WS-RUN-DATE       TO PA-RUN-DATE
           MOVE "P"               TO PA-ENTRY-TYPE
           IF  INVOICE-NAMED
               MOVE LB-INVOICE-NO-N TO PA-INVOICE-NO
           ELSE
               MOVE ZEROS TO PA-INVOICE-NO
           END-IF
           WRITE PA-RECORD
           .

           MOVE LB-PAYMENT-AMOUNT      TO RG-PAYMENT-AMOUNT
           MOVE WS-BALANCE-BEFORE      TO RG-BALANCE-BEFORE
           MOVE IM-OUTSTANDING-BALANCE TO RG-BALANCE-AFTER
           IF  INVOICE-NAMED
               MOVE LB-INVOICE-NO      TO RG-INVOICE-NO
           ELSE
               MOVE "OLDEST"           TO RG-INVOICE-NO
           END-IF
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE
           .

           MOVE "CASH EXCEPTED:        " TO TO-LABEL
           MOVE WS-EXCEPTED-AMOUNT TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "OPEN ITEMS RELIEVED:  " TO CL-LABEL
           MOVE WS-ITEMS-RELIEVED TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "CASH TO OPEN ITEMS:   " TO TO-LABEL
           MOVE WS-RELIEVED-AMOUNT TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           CLOSE INVOICE-MASTER-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE LOCKBOX-FILE
           CLOSE CASH-APPLIED-FILE
           CLOSE REGISTER-FILE
