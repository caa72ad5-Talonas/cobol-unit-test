      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   LATE-PAYMENT FINANCE CHARGE ASSESSMENT.  OUR TERMS
      *            ALLOW A MONTHLY FINANCE CHARGE ON OVERDUE BALANCES,
      *            WHICH UNTIL NOW WAS WORKED OUT ON A SPREADSHEET AND
      *            KEYED INTO ADJFILE WHEN ANYONE REMEMBERED.  RUNS
      *            BEFORE INVGEN IN THE JOB STREAM AND LOOKS ONLY AT THE
      *            ACCOUNTS INVGEN WILL BILL ON THE SAME SELECTION DATE,
      *            SO EACH ACCOUNT IS ASSESSED AT MOST ONCE PER BILLING
      *            CYCLE AND THE CHARGE APPEARS ON THAT CYCLE'S INVOICE.
      *
      *            THE PAST-DUE BALANCE IS THE PART OF
      *            IM-OUTSTANDING-BALANCE CARRIED BY OPEN ITEMS
      *            (OPENITEM) MORE THAN THE GRACE PERIOD PAST THEIR DUE
      *            DATE ON THE SELECTION DATE.  THE CHARGE IS THAT
      *            BALANCE AT THE CONTRACTED MONTHLY RATE, ROUNDED, AND
      *            NEVER LESS THAN THE MINIMUM CHARGE.  EACH CHARGE IS
      *            APPENDED TO THE ADJUSTMENTS FILE (ADJFILE) AS A TYPE
      *            C ROW DESCRIBED "FINANCE CHARGE", WHICH INVGEN BILLS
      *            THROUGH THE ORDINARY ADJUSTMENT PATH.  ACCOUNTS ON
      *            CREDIT HOLD, AND PAST-DUE BALANCES UNDER THE
      *            THRESHOLD, ARE NOT ASSESSED.  AN ACCOUNT ALREADY
      *            CARRYING AN UNAPPLIED FINANCE CHARGE ROW, OR ONE
      *            INVGEN BILLED ON THE SAME SELECTION DATE, IS NOT
      *            ASSESSED AGAIN, SO A RERUN BEFORE THE DATE ROLL ADDS
      *            NOTHING.
      *
      *            PRINTS AN ASSESSMENT REGISTER (FCHGRPT) WITH THE
      *            TERMS USED, ONE LINE PER CHARGE AND CONTROL TOTALS
      *            FOR THE CREDIT MANAGER TO SIGN OFF BEFORE INVGEN
      *            RUNS.  BALANCES CARRIED FROM BEFORE THE OPEN-ITEM
      *            FILE HAVE NO DUE DATE AND ARE NOT ASSESSED; INVAGED
      *            REPORTS THEM AS UNITEMIZED.
      *
      * USAGE:     INVFCHG [YYYYMMDD]
      *            THE OPTIONAL PARM OVERRIDES THE SELECTION DATE, AS
      *            FOR INVGEN; WITH NO PARM THE SYSTEM DATE IS USED.
      *            RUN IT WITH THE SAME PARM INVGEN WILL BE GIVEN.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   NO OPEN-ITEM FILE ON DISK (NO INVGEN RUN
      *                     YET) IS READ AS NO OPEN ITEMS, SO NOTHING
      *                     IS PAST DUE AND NO CHARGE IS ASSESSED.
      *   15 OCT 2026  JM   A FINANCE CHARGE INVGEN HAS ALREADY BILLED
      *                     ON THE SELECTION DATE NOW ALSO COUNTS AS A
      *                     PRIOR CHARGE, SO A RERUN AFTER INVGEN DOES
      *                     NOT ASSESS THE ACCOUNT TWICE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVFCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-MASTER-FILE ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CUSTOMER-NO
               FILE STATUS IS WS-IM-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OI-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-CUSTOMER-NO
               FILE STATUS IS WS-HLD-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "FCHGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
           COPY INVMASTR.
       FD  OPEN-ITEM-FILE.
           COPY OIRECORD.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  ADJUSTMENT-FILE.
           COPY ADJREC.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY DATETIME.
       01  WS-QUOTIENT          PIC S9(4) COMP.
       01  WS-REMAINDER-4       PIC S9(4) COMP.
       01  WS-REMAINDER-100     PIC S9(4) COMP.
       01  WS-REMAINDER-400     PIC S9(4) COMP.
       01  WS-IM-STATUS         PIC X(02).
       01  WS-OI-STATUS         PIC X(02).
       01  WS-HLD-STATUS        PIC X(02).
       01  WS-ADJ-STATUS        PIC X(02).
       01  WS-REG-STATUS        PIC X(02).
       01  WS-RUN-PARM          PIC X(08).
       01  WS-SELECT-DATE       PIC X(08).
       01  WS-AGING-DATE        PIC X(08).
       01  WS-DAY-NUMBER        PIC S9(09) COMP.
       01  WS-SELECT-DAY-NUMBER PIC S9(09) COMP.
       01  WS-INV-DAY-NUMBER    PIC S9(09) COMP.
       01  WS-AGE-DAYS          PIC S9(09) COMP.
       01  WS-LEAP-QUOT-4       PIC S9(09) COMP.
       01  WS-LEAP-QUOT-100     PIC S9(09) COMP.
       01  WS-LEAP-QUOT-400     PIC S9(09) COMP.

      *----------------------------------------------------------------*
      * FINANCE CHARGE TERMS.  AN OPEN ITEM IS SUBJECT TO THE CHARGE
      * ONCE IT IS MORE THAN WS-GRACE-DAYS PAST ITS DUE DATE.  THE
      * CHARGE IS WS-FINANCE-RATE (MONTHLY) OF THE PAST-DUE BALANCE,
      * NOT LESS THAN WS-MINIMUM-CHARGE; A PAST-DUE BALANCE UNDER
      * WS-THRESHOLD-AMOUNT IS NOT ASSESSED AT ALL.
      *----------------------------------------------------------------*
       01  WS-GRACE-DAYS        PIC S9(04) COMP VALUE 15.
       01  WS-FINANCE-RATE      PIC 9V9(04) VALUE 0.0150.
       01  WS-MINIMUM-CHARGE    PIC 9(05)V99 VALUE 2.00.
       01  WS-THRESHOLD-AMOUNT  PIC 9(05)V99 VALUE 10.00.
       01  WS-FINANCE-DESCRIPTION PIC X(20) VALUE "FINANCE CHARGE".

       01  WS-PAST-DUE-AMOUNT   PIC S9(09)V99 COMP.
       01  WS-CHARGE-AMOUNT     PIC S9(09)V99 COMP.
       01  WS-MAX-DAYS-PAST-DUE PIC S9(09) COMP.
       01  WS-OLDEST-DUE-DATE   PIC X(08).
       01  WS-READ-COUNT        PIC S9(07) COMP VALUE ZERO.
       01  WS-SELECTED-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-HELD-COUNT        PIC S9(07) COMP VALUE ZERO.
       01  WS-NO-AMOUNT-COUNT   PIC S9(07) COMP VALUE ZERO.
       01  WS-NOT-PAST-DUE-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-UNDER-COUNT       PIC S9(07) COMP VALUE ZERO.
       01  WS-ALREADY-COUNT     PIC S9(07) COMP VALUE ZERO.
       01  WS-ASSESSED-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-MINIMUM-COUNT     PIC S9(07) COMP VALUE ZERO.
       01  WS-TOTAL-PAST-DUE    PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-TOTAL-CHARGES     PIC S9(09)V99 COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * CUSTOMERS ALREADY CARRYING AN UNAPPLIED FINANCE CHARGE ON THE
      * ADJUSTMENTS FILE, LOADED AT START OF RUN.  SAME SIZE AS
      * INVGEN'S ADJUSTMENT TABLE, AND A FULL TABLE STOPS THE JOB THE
      * SAME WAY: A MISSED ENTRY WOULD MEAN A DOUBLE CHARGE.
      *----------------------------------------------------------------*
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-CUSTOMER-NO OCCURS 500 TIMES
                                    PIC 9(06).
       01  WS-PRIOR-COUNT       PIC S9(04) COMP VALUE ZERO.
       01  WS-PRIOR-SUB         PIC S9(04) COMP.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-ADJ-EOF-SWITCH    PIC X(01) VALUE "N".
               88  ADJ-END-OF-FILE  VALUE "Y".
           05  WS-OI-DONE-SWITCH    PIC X(01) VALUE "N".
               88  OPEN-ITEMS-DONE  VALUE "Y".
           05  WS-OI-FILE-SWITCH    PIC X(01) VALUE "N".
               88  OPEN-ITEM-FILE-PRESENT VALUE "Y".
           05  WS-HOLD-FILE-SWITCH  PIC X(01) VALUE "N".
               88  HOLD-FILE-PRESENT VALUE "Y".
           05  WS-HELD-SWITCH       PIC X(01) VALUE "N".
               88  CUSTOMER-HELD    VALUE "Y".
           05  WS-PRIOR-SWITCH      PIC X(01) VALUE "N".
               88  PRIOR-CHARGE-FOUND VALUE "Y".
           05  WS-LEAP-YEAR-SWITCH  PIC X(01) VALUE "N".
               88  LEAP-YEAR        VALUE "Y".
               88  NOT-LEAP-YEAR    VALUE "N".

      *----------------------------------------------------------------*
      * CUMULATIVE DAYS BEFORE EACH MONTH IN A COMMON YEAR, FOR THE
      * SERIAL DAY NUMBER USED TO AGE AN OPEN ITEM.  SAME TABLE AS
      * INVAGED.
      *----------------------------------------------------------------*
       01  WS-CUM-DAYS-VALUES       PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS OCCURS 12 TIMES PIC 9(03).

       01  WS-REPORT-TITLE-LINE.
           05  FILLER               PIC X(42)
               VALUE "FINANCE CHARGE ASSESSMENT FOR BILLING DATE".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TL-SELECT-DATE       PIC X(08).
           05  FILLER               PIC X(29) VALUE SPACES.
       01  WS-TERMS-LINE.
           05  FILLER               PIC X(07) VALUE " GRACE ".
           05  TM-GRACE-DAYS        PIC ZZ9.
           05  FILLER               PIC X(13) VALUE " DAYS   RATE ".
           05  TM-RATE              PIC 9.9999.
           05  FILLER               PIC X(13) VALUE "   MINIMUM   ".
           05  TM-MINIMUM           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(13) VALUE "   THRESHOLD ".
           05  TM-THRESHOLD         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(07) VALUE SPACES.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER               PIC X(08) VALUE " CUSTMR ".
           05  FILLER               PIC X(10) VALUE "OLDEST DUE".
           05  FILLER               PIC X(06) VALUE "  DAYS".
           05  FILLER               PIC X(16) VALUE "   PAST DUE BAL".
           05  FILLER               PIC X(14) VALUE "        CHARGE".
           05  FILLER               PIC X(26) VALUE " NOTE".
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-CUSTOMER-NO       PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-OLDEST-DUE-DATE   PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-DAYS              PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DL-PAST-DUE          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-CHARGE            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-NOTE              PIC X(26).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TO-LABEL             PIC X(29).
           05  TO-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(36) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(30).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-SIGN-OFF-LINE.
           05  FILLER               PIC X(48)
               VALUE " APPROVED FOR BILLING BY: ____________________".
           05  FILLER               PIC X(32)
               VALUE "  DATE: ________".
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1200-PROCESS-ONE-CUSTOMER UNTIL END-OF-FILE
           PERFORM 9000-WRAP-UP
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-SELECT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF  WS-RUN-PARM NOT EQUAL SPACES
               IF  WS-RUN-PARM IS NUMERIC
                   AND WS-RUN-PARM NOT EQUAL ZEROS
                   MOVE WS-RUN-PARM TO WS-SELECT-DATE
               ELSE
                   DISPLAY "INVFCHG - INVALID SELECTION DATE PARM, "
                           "MUST BE YYYYMMDD = " WS-RUN-PARM
                   GO TO 9999-END
               END-IF
           END-IF
           MOVE WS-SELECT-DATE TO WS-CURRENT-DATE
           PERFORM 2900-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-SELECT-DAY-NUMBER
           OPEN INPUT INVOICE-MASTER-FILE
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "INVFCHG - UNABLE TO OPEN INVOICE-MASTER, "
                       "STATUS = " WS-IM-STATUS
               GO TO 9999-END
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           EVALUATE TRUE
               WHEN WS-OI-STATUS EQUAL "00"
                   SET OPEN-ITEM-FILE-PRESENT TO TRUE
               WHEN WS-OI-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVFCHG - UNABLE TO OPEN OPEN-ITEM-FILE, "
                           "STATUS = " WS-OI-STATUS
                   GO TO 9999-END
           END-EVALUATE
           PERFORM 0560-OPEN-HOLD-FILE
           PERFORM 0570-LOAD-PRIOR-CHARGES
           PERFORM 0580-OPEN-ADJUSTMENT-FILE
           OPEN OUTPUT REGISTER-FILE
           IF  WS-REG-STATUS NOT EQUAL "00"
               DISPLAY "INVFCHG - UNABLE TO OPEN REGISTER-FILE, "
                       "STATUS = " WS-REG-STATUS
               GO TO 9999-END
           END-IF
           MOVE WS-SELECT-DATE TO TL-SELECT-DATE
           WRITE REGISTER-RECORD FROM WS-REPORT-TITLE-LINE
           MOVE WS-GRACE-DAYS TO TM-GRACE-DAYS
           MOVE WS-FINANCE-RATE TO TM-RATE
           MOVE WS-MINIMUM-CHARGE TO TM-MINIMUM
           MOVE WS-THRESHOLD-AMOUNT TO TM-THRESHOLD
           WRITE REGISTER-RECORD FROM WS-TERMS-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE REGISTER-RECORD FROM WS-COLUMN-HEADER-LINE
           PERFORM 1150-READ-NEXT-CUSTOMER
           .

      *----------------------------------------------------------------*
      * SAME RULE AS THE BILLING RUN: NO HOLD FILE MEANS NO ACCOUNTS
      * HELD; ANY OPEN FAILURE OTHER THAN FILE-NOT-FOUND STOPS THE
      * JOB RATHER THAN CHARGING HELD ACCOUNTS.
      *----------------------------------------------------------------*
       0560-OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE
           EVALUATE TRUE
               WHEN WS-HLD-STATUS EQUAL "00"
                   SET HOLD-FILE-PRESENT TO TRUE
               WHEN WS-HLD-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVFCHG - UNABLE TO OPEN HOLD-FILE, "
                           "STATUS = " WS-HLD-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * NOTE EVERY CUSTOMER WITH A FINANCE CHARGE ALREADY ON THE
      * ADJUSTMENTS FILE FOR THIS CYCLE: ONE STILL UNAPPLIED, OR ONE
      * INVGEN HAS ALREADY BILLED ON THIS SELECTION DATE (A RERUN
      * AFTER INVGEN BUT BEFORE THE DATE ROLL SELECTS THE SAME
      * ACCOUNTS AGAIN).  NO FILE MEANS NONE, AS IN INVGEN.
      *----------------------------------------------------------------*
       0570-LOAD-PRIOR-CHARGES.
           OPEN INPUT ADJUSTMENT-FILE
           EVALUATE TRUE
               WHEN WS-ADJ-STATUS EQUAL "00"
                   PERFORM 0575-CHECK-ONE-ADJUSTMENT
                       UNTIL ADJ-END-OF-FILE
                   CLOSE ADJUSTMENT-FILE
               WHEN WS-ADJ-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVFCHG - UNABLE TO OPEN ADJUSTMENT-FILE, "
                           "STATUS = " WS-ADJ-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

       0575-CHECK-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   SET ADJ-END-OF-FILE TO TRUE
           END-READ
           IF  NOT ADJ-END-OF-FILE
               AND (NOT ADJ-APPLIED
                    OR ADJ-APPLIED-DATE EQUAL WS-SELECT-DATE)
               AND ADJ-CHARGE
               AND ADJ-DESCRIPTION EQUAL WS-FINANCE-DESCRIPTION
               IF  WS-PRIOR-COUNT NOT LESS THAN 500
                   DISPLAY "INVFCHG - PRIOR CHARGE TABLE FULL AT 500, "
                           "RUN INVGEN BEFORE ASSESSING AGAIN"
                   GO TO 9999-END
               END-IF
               ADD 1 TO WS-PRIOR-COUNT
               MOVE ADJ-CUSTOMER-NO
                   TO WS-PRIOR-CUSTOMER-NO (WS-PRIOR-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * NEW CHARGES GO ON THE END OF THE ADJUSTMENTS FILE, BEHIND
      * WHATEVER HAS BEEN KEYED FOR TONIGHT.  WITH NO FILE YET, ONE IS
      * STARTED.
      *----------------------------------------------------------------*
       0580-OPEN-ADJUSTMENT-FILE.
           OPEN EXTEND ADJUSTMENT-FILE
           IF  WS-ADJ-STATUS EQUAL "35"
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF
           IF  WS-ADJ-STATUS NOT EQUAL "00"
               DISPLAY "INVFCHG - UNABLE TO EXTEND ADJUSTMENT-FILE, "
                       "STATUS = " WS-ADJ-STATUS
               GO TO 9999-END
           END-IF
           .

       1150-READ-NEXT-CUSTOMER.
           READ INVOICE-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * ONLY ACCOUNTS BILLING ON THE SELECTION DATE ARE LOOKED AT, AS
      * IN INVGEN.  A HELD ACCOUNT, ONE WITH NO AMOUNTS ON FILE, AND
      * ONE ALREADY CARRYING AN UNAPPLIED FINANCE CHARGE ARE COUNTED
      * AND PASSED OVER BEFORE ITS OPEN ITEMS ARE READ.
      *----------------------------------------------------------------*
       1200-PROCESS-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           IF  IM-CURRENT-INVOICE-DATE EQUAL WS-SELECT-DATE
               PERFORM 1300-SELECT-ONE-CUSTOMER
           END-IF
           PERFORM 1150-READ-NEXT-CUSTOMER
           .

       1300-SELECT-ONE-CUSTOMER.
           ADD 1 TO WS-SELECTED-COUNT
           PERFORM 1960-CHECK-CREDIT-HOLD
           PERFORM 1970-CHECK-PRIOR-CHARGE
           EVALUATE TRUE
               WHEN CUSTOMER-HELD
                   ADD 1 TO WS-HELD-COUNT
               WHEN IM-OUTSTANDING-BALANCE NOT NUMERIC
                   ADD 1 TO WS-NO-AMOUNT-COUNT
               WHEN PRIOR-CHARGE-FOUND
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN OTHER
                   PERFORM 1400-AGE-OPEN-ITEMS
                   PERFORM 1600-ASSESS-ONE-CUSTOMER
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * TOTAL THE OPEN ITEMS MORE THAN THE GRACE PERIOD PAST DUE ON THE
      * SELECTION DATE, NOTING THE OLDEST.  PAID ITEMS ARE THE TRAIL
      * AND ARE SKIPPED.
      *----------------------------------------------------------------*
       1400-AGE-OPEN-ITEMS.
           MOVE ZERO TO WS-PAST-DUE-AMOUNT
           MOVE ZERO TO WS-MAX-DAYS-PAST-DUE
           MOVE SPACES TO WS-OLDEST-DUE-DATE
           MOVE "N" TO WS-OI-DONE-SWITCH
           IF  OPEN-ITEM-FILE-PRESENT
               MOVE IM-CUSTOMER-NO TO OI-CUSTOMER-NO
               MOVE ZEROS TO OI-INVOICE-NO
               START OPEN-ITEM-FILE KEY NOT LESS THAN OI-KEY
                   INVALID KEY
                       SET OPEN-ITEMS-DONE TO TRUE
               END-START
           ELSE
               SET OPEN-ITEMS-DONE TO TRUE
           END-IF
           PERFORM 1450-AGE-ONE-OPEN-ITEM UNTIL OPEN-ITEMS-DONE
           .

       1450-AGE-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEMS-DONE TO TRUE
           END-READ
           IF  NOT OPEN-ITEMS-DONE
               IF  OI-CUSTOMER-NO NOT EQUAL IM-CUSTOMER-NO
                   SET OPEN-ITEMS-DONE TO TRUE
               ELSE
                   IF  OI-ITEM-OPEN
                       AND OI-OPEN-AMOUNT GREATER THAN ZERO
                       MOVE OI-DUE-DATE TO WS-AGING-DATE
                       PERFORM 1500-COMPUTE-AGE
                       IF  WS-AGE-DAYS GREATER THAN WS-GRACE-DAYS
                           ADD OI-OPEN-AMOUNT TO WS-PAST-DUE-AMOUNT
                           IF  WS-AGE-DAYS GREATER THAN
                                           WS-MAX-DAYS-PAST-DUE
                               MOVE WS-AGE-DAYS
                                   TO WS-MAX-DAYS-PAST-DUE
                               MOVE OI-DUE-DATE TO WS-OLDEST-DUE-DATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * DAYS FROM WS-AGING-DATE TO THE SELECTION DATE.  A DATE THAT IS
      * NOT A USABLE YYYYMMDD, OR ONE IN THE FUTURE, GIVES ZERO -- SUCH
      * AN ITEM IS NEVER CHARGED.
      *----------------------------------------------------------------*
       1500-COMPUTE-AGE.
           MOVE ZERO TO WS-AGE-DAYS
           MOVE WS-AGING-DATE TO WS-CURRENT-DATE
           IF  WS-CURRENT-DATE NUMERIC
               AND WS-CURRENT-MONTH GREATER THAN ZERO
               AND WS-CURRENT-MONTH LESS THAN 13
               PERFORM 2900-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-INV-DAY-NUMBER
               COMPUTE WS-AGE-DAYS
                   = WS-SELECT-DAY-NUMBER - WS-INV-DAY-NUMBER
               IF  WS-AGE-DAYS LESS THAN ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE OPEN ITEMS CAN NEVER STAND ABOVE THE MASTER BALANCE FOR
      * CHARGING PURPOSES -- AN INVMAINT CHANGE CARD MAY HAVE WRITTEN
      * THE BALANCE DOWN WITHOUT TOUCHING THEM -- SO THE PAST-DUE
      * AMOUNT IS CAPPED AT IM-OUTSTANDING-BALANCE.
      *----------------------------------------------------------------*
       1600-ASSESS-ONE-CUSTOMER.
           IF  WS-PAST-DUE-AMOUNT GREATER THAN IM-OUTSTANDING-BALANCE
               MOVE IM-OUTSTANDING-BALANCE TO WS-PAST-DUE-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-PAST-DUE-AMOUNT EQUAL ZERO
                   ADD 1 TO WS-NOT-PAST-DUE-COUNT
               WHEN WS-PAST-DUE-AMOUNT LESS THAN WS-THRESHOLD-AMOUNT
                   ADD 1 TO WS-UNDER-COUNT
               WHEN OTHER
                   PERFORM 2000-WRITE-FINANCE-CHARGE
           END-EVALUATE
           .

       1960-CHECK-CREDIT-HOLD.
           MOVE "N" TO WS-HELD-SWITCH
           IF  HOLD-FILE-PRESENT
               MOVE IM-CUSTOMER-NO TO HOLD-CUSTOMER-NO
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  ACCOUNT-ON-HOLD
                           SET CUSTOMER-HELD TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       1970-CHECK-PRIOR-CHARGE.
           MOVE "N" TO WS-PRIOR-SWITCH
           MOVE 1 TO WS-PRIOR-SUB
           PERFORM 1975-CHECK-ONE-PRIOR-CHARGE
               UNTIL WS-PRIOR-SUB GREATER THAN WS-PRIOR-COUNT
                  OR PRIOR-CHARGE-FOUND
           .

       1975-CHECK-ONE-PRIOR-CHARGE.
           IF  WS-PRIOR-CUSTOMER-NO (WS-PRIOR-SUB) EQUAL IM-CUSTOMER-NO
               SET PRIOR-CHARGE-FOUND TO TRUE
           END-IF
           ADD 1 TO WS-PRIOR-SUB
           .

      *----------------------------------------------------------------*
      * COMPUTE THE CHARGE, LIFT IT TO THE MINIMUM, APPEND THE TYPE C
      * ADJUSTMENT FOR INVGEN TO BILL, AND LIST IT ON THE REGISTER.
      *----------------------------------------------------------------*
       2000-WRITE-FINANCE-CHARGE.
           MOVE SPACES TO DL-NOTE
           COMPUTE WS-CHARGE-AMOUNT ROUNDED
               = WS-PAST-DUE-AMOUNT * WS-FINANCE-RATE
           IF  WS-CHARGE-AMOUNT LESS THAN WS-MINIMUM-CHARGE
               MOVE WS-MINIMUM-CHARGE TO WS-CHARGE-AMOUNT
               MOVE "MINIMUM CHARGE" TO DL-NOTE
               ADD 1 TO WS-MINIMUM-COUNT
           END-IF
           MOVE SPACES TO ADJ-RECORD
           MOVE IM-CUSTOMER-NO TO ADJ-CUSTOMER-NO
           SET ADJ-CHARGE TO TRUE
           MOVE WS-CHARGE-AMOUNT TO ADJ-AMOUNT
           MOVE WS-FINANCE-DESCRIPTION TO ADJ-DESCRIPTION
           MOVE "N" TO ADJ-APPLIED-FLAG
           MOVE ZEROS TO ADJ-APPLIED-DATE
           WRITE ADJ-RECORD
           IF  WS-ADJ-STATUS NOT EQUAL "00"
               DISPLAY "INVFCHG - WRITE FAILED ON ADJUSTMENT-FILE FOR "
                       IM-CUSTOMER-NO ", STATUS = " WS-ADJ-STATUS
               GO TO 9999-END
           END-IF
           ADD 1 TO WS-ASSESSED-COUNT
           ADD WS-PAST-DUE-AMOUNT TO WS-TOTAL-PAST-DUE
           ADD WS-CHARGE-AMOUNT TO WS-TOTAL-CHARGES
           MOVE IM-CUSTOMER-NO TO DL-CUSTOMER-NO
           MOVE WS-OLDEST-DUE-DATE TO DL-OLDEST-DUE-DATE
           MOVE WS-MAX-DAYS-PAST-DUE TO DL-DAYS
           MOVE WS-PAST-DUE-AMOUNT TO DL-PAST-DUE
           MOVE WS-CHARGE-AMOUNT TO DL-CHARGE
           WRITE REGISTER-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * SERIAL DAY NUMBER FOR WS-CURRENT-DATE, AS IN INVAGED.  ONLY
      * DIFFERENCES OF THESE NUMBERS ARE USED, SO THE EPOCH DOES NOT
      * MATTER.
      *----------------------------------------------------------------*
       2900-COMPUTE-DAY-NUMBER.
           DIVIDE WS-CURRENT-YEAR BY 4
               GIVING WS-LEAP-QUOT-4
           DIVIDE WS-CURRENT-YEAR BY 100
               GIVING WS-LEAP-QUOT-100
           DIVIDE WS-CURRENT-YEAR BY 400
               GIVING WS-LEAP-QUOT-400
           COMPUTE WS-DAY-NUMBER
               = (WS-CURRENT-YEAR * 365)
               + WS-LEAP-QUOT-4 - WS-LEAP-QUOT-100 + WS-LEAP-QUOT-400
               + WS-CUM-DAYS (WS-CURRENT-MONTH)
               + WS-CURRENT-DAY
           IF  WS-CURRENT-MONTH LESS THAN 3
               PERFORM 2150-DETERMINE-LEAP-YEAR-STATUS
               IF  LEAP-YEAR
                   SUBTRACT 1 FROM WS-DAY-NUMBER
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * A YEAR IS A LEAP YEAR WHEN IT IS DIVISIBLE BY 4, EXCEPT THAT
      * CENTURY YEARS (DIVISIBLE BY 100) ARE LEAP YEARS ONLY WHEN THEY
      * ARE ALSO DIVISIBLE BY 400.  SAME LOGIC AS THE PARAGRAPH OF THE
      * SAME NAME IN INVDATE.
      *----------------------------------------------------------------*
       2150-DETERMINE-LEAP-YEAR-STATUS.
           DIVIDE 4 INTO WS-CURRENT-YEAR
               GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER-4
           END-DIVIDE
           DIVIDE 100 INTO WS-CURRENT-YEAR
               GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER-100
           END-DIVIDE
           DIVIDE 400 INTO WS-CURRENT-YEAR
               GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER-400
           END-DIVIDE
           IF  WS-REMAINDER-4 EQUAL ZERO
               AND (WS-REMAINDER-100 NOT EQUAL ZERO
                    OR WS-REMAINDER-400 EQUAL ZERO)
               SET LEAP-YEAR TO TRUE
           ELSE
               SET NOT-LEAP-YEAR TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * CONTROL TOTALS.  SELECTED ACCOUNTS TIE TO HELD + NO AMOUNTS +
      * ALREADY ASSESSED + NOT PAST DUE + UNDER THRESHOLD + ASSESSED,
      * AND THE TOTAL CHARGES TIE TO THE FINANCE CHARGE ADJUSTMENT
      * LINES ON TONIGHT'S BILLING REGISTER.
      *----------------------------------------------------------------*
       9000-WRAP-UP.
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "TOTAL PAST DUE ASSESSED:" TO TO-LABEL
           MOVE WS-TOTAL-PAST-DUE TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "TOTAL FINANCE CHARGES:" TO TO-LABEL
           MOVE WS-TOTAL-CHARGES TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "MASTER RECORDS READ:          " TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "ACCOUNTS BILLING THIS DATE:   " TO CL-LABEL
           MOVE WS-SELECTED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  ON CREDIT HOLD:             " TO CL-LABEL
           MOVE WS-HELD-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  NO AMOUNTS ON FILE:         " TO CL-LABEL
           MOVE WS-NO-AMOUNT-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  ALREADY ASSESSED:           " TO CL-LABEL
           MOVE WS-ALREADY-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  NOT PAST DUE:               " TO CL-LABEL
           MOVE WS-NOT-PAST-DUE-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  UNDER THRESHOLD:            " TO CL-LABEL
           MOVE WS-UNDER-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  ASSESSED:                   " TO CL-LABEL
           MOVE WS-ASSESSED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  AT MINIMUM CHARGE:          " TO CL-LABEL
           MOVE WS-MINIMUM-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE REGISTER-RECORD FROM WS-SIGN-OFF-LINE
           CLOSE INVOICE-MASTER-FILE
           IF  OPEN-ITEM-FILE-PRESENT
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF  HOLD-FILE-PRESENT
               CLOSE HOLD-FILE
           END-IF
           CLOSE ADJUSTMENT-FILE
           CLOSE REGISTER-FILE
           .

       9999-END.
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
