      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   ACCOUNT CLOSURE.  FINISHES THE LIFE OF AN ACCOUNT
      *            CLOSED THROUGH INVMAINT (X CARD).  THE CLOSE CARD
      *            MARKS THE MASTER CLOSING WITH ITS SERVICE END DATE;
      *            INVGEN THEN BILLS THE FINAL INVOICE, PRORATED TO THE
      *            DAYS ACTUALLY SERVED, AND MARKS THE MASTER FINAL
      *            BILLED, AFTER WHICH INVDATE AND INVFCST LEAVE IT
      *            ALONE.  THIS JOB LOOKS AT EVERY FINAL-BILLED MASTER.
      *            THE NIGHT PAYMENTS BRING IM-OUTSTANDING-BALANCE TO
      *            ZERO THE MASTER IS STAMPED PAID OFF.  THE ACCOUNT
      *            STAYS ON FILE UNTIL THE MONTH-END STATEMENT RUN
      *            (INVSTMT) HAS GIVEN THE CUSTOMER A FINAL STATEMENT
      *            SHOWING THE FINAL INVOICE AND THE PAYOFF -- THAT IS,
      *            UNTIL BOTH THE FINAL INVOICE DATE AND THE PAID-OFF
      *            DATE FALL BEFORE THE FIRST OF THE CURRENT MONTH.
      *            ARCHIVING SOONER WOULD LEAVE THAT MONTH'S INVOICE
      *            AND PAYMENT ROWS WITH NO MASTER, AND INVSTMT WOULD
      *            COUNT THEM AS ORPHANS AND END OUT OF BALANCE.  A
      *            PAYMENT RETURNED BEFORE THEN PUTS A BALANCE BACK AND
      *            CLEARS THE STAMP.  THE ACCOUNT IS THEN WRITTEN TO THE
      *            CLOSED-ACCOUNTS ARCHIVE (CLOSEDAC) WITH THE LAST
      *            IMAGE OF EACH OF ITS KEYED RECORDS, AND THEN REMOVED
      *            FROM THE LIVE FILES: ITS BILLFREQ, HOLDFILE AND
      *            CUSTREF ROWS, ITS ROWS ON THE ADJUSTMENTS FILE, AND
      *            LAST OF ALL THE INVMAST RECORD.  A FINAL-BILLED
      *            ACCOUNT STILL OWING IS LISTED AS AWAITING ZERO
      *            BALANCE AND LEFT AS IT IS FOR COLLECTION, DUNNING
      *            AND STATEMENTS.
      *
      *            THE OPEN-ITEM, DUNNING HISTORY AND DEFERRED REVENUE
      *            ROWS ARE THE FINANCIAL TRAIL AND ARE NOT REMOVED.
      *
      *            THE ADJUSTMENTS FILE IS SEQUENTIAL, SO IT IS COPIED
      *            TO ADJFILEO LESS THE ROWS OF ARCHIVED ACCOUNTS, AS
      *            INVGEN DOES; THE JCL COPIES ADJFILEO OVER ADJFILE
      *            BEFORE THE NEXT STEP.  A REMOVED ROW THAT WAS NEVER
      *            BILLED (KEYED AFTER THE FINAL INVOICE) IS FLAGGED
      *            UNBILLED ON THE REGISTER AND THE JOB ENDS RC 4 SO IT
      *            IS LOOKED AT.
      *
      *            PRINTS A CLOSURE REGISTER (CLOSERPT) LISTING EVERY
      *            RECORD ARCHIVED OR REMOVED, THE ACCOUNTS AWAITING A
      *            ZERO BALANCE, CONTROL TOTALS AND A SIGN-OFF LINE FOR
      *            THE AUDITORS.
      *
      * USAGE:     INVCLOSE
      *            RUNS AFTER INVPAY (AND INVNSF) AND BEFORE INVFCHG
      *            AND INVGEN, SO AN ACCOUNT IS STAMPED PAID OFF ON THE
      *            NIGHT ITS LAST PAYMENT IS POSTED, AND ARCHIVED ON THE
      *            FIRST RUN OF THE MONTH AFTER THE ONE IT WAS PAID OFF
      *            IN.  RETURN CODE 4 WHEN UNBILLED ADJUSTMENTS
      *            WERE REMOVED, 8 WHEN AN ARCHIVE WRITE OR A DELETE
      *            FAILED.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   AN ACCOUNT PAID TO ZERO IS NO LONGER
      *                     ARCHIVED THE SAME NIGHT.  THE MASTER IS
      *                     STAMPED PAID OFF (IM-PAID-OFF-DATE) AND
      *                     ARCHIVED ONCE THE MONTH-END STATEMENT
      *                     COVERING THE FINAL INVOICE AND THE PAYOFF
      *                     HAS RUN, SO INVSTMT NEVER SEES ITS ROWS
      *                     WITHOUT A MASTER.  A BALANCE PUT BACK BY A
      *                     RETURNED PAYMENT CLEARS THE STAMP.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-MASTER-FILE ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-CUSTOMER-NO
               FILE STATUS IS WS-IM-STATUS.
           SELECT BILL-FREQ-FILE ASSIGN TO "BILLFREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BF-CUSTOMER-NO
               FILE STATUS IS WS-BF-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-CUSTOMER-NO
               FILE STATUS IS WS-HLD-STATUS.
           SELECT CUSTOMER-REF-FILE ASSIGN TO "CUSTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CU-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT ADJUSTMENT-OUT-FILE ASSIGN TO "ADJFILEO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJO-STATUS.
           SELECT CLOSED-ACCOUNT-FILE ASSIGN TO "CLOSEDAC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
           COPY INVMASTR.
       FD  BILL-FREQ-FILE.
           COPY BFRECORD.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  CUSTOMER-REF-FILE.
           COPY CUSTREC.
       FD  ADJUSTMENT-FILE.
           COPY ADJREC.
       FD  ADJUSTMENT-OUT-FILE.
       01  ADJO-RECORD                  PIC X(80).
       FD  CLOSED-ACCOUNT-FILE.
           COPY CLOSEREC.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-IM-STATUS         PIC X(02).
       01  WS-BF-STATUS         PIC X(02).
       01  WS-HLD-STATUS        PIC X(02).
       01  WS-CU-STATUS         PIC X(02).
       01  WS-ADJ-STATUS        PIC X(02).
       01  WS-ADJO-STATUS       PIC X(02).
       01  WS-CA-STATUS         PIC X(02).
       01  WS-REG-STATUS        PIC X(02).
       01  WS-RUN-DATE          PIC X(08).
       01  WS-PERIOD-START      PIC X(08).
       01  WS-READ-COUNT        PIC S9(07) COMP VALUE ZERO.
       01  WS-ACTIVE-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-CLOSING-COUNT     PIC S9(07) COMP VALUE ZERO.
       01  WS-FINAL-COUNT       PIC S9(07) COMP VALUE ZERO.
       01  WS-AWAITING-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-STMT-WAIT-COUNT   PIC S9(07) COMP VALUE ZERO.
       01  WS-ARCHIVED-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-BF-DELETED-COUNT  PIC S9(07) COMP VALUE ZERO.
       01  WS-HLD-DELETED-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-CU-DELETED-COUNT  PIC S9(07) COMP VALUE ZERO.
       01  WS-CU-MISSING-COUNT  PIC S9(07) COMP VALUE ZERO.
       01  WS-ADJ-REMOVED-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-UNBILLED-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-ADJ-KEPT-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-FAILED-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-ACCOUNT-ADJ-COUNT PIC S9(04) COMP.
       01  WS-TOTAL-AWAITING    PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-TOTAL-UNBILLED    PIC S9(09)V99 COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * THE ADJUSTMENTS FILE, LOADED WHOLE AT START OF RUN AS FULL
      * RECORD IMAGES.  SAME SIZE AS INVGEN'S ADJUSTMENT TABLE, AND A
      * FULL TABLE STOPS THE JOB THE SAME WAY: A ROW LEFT OFF ADJFILEO
      * WOULD BE LOST.  AN ENTRY IS MARKED DROPPED WHEN ITS ACCOUNT IS
      * ARCHIVED.
      *----------------------------------------------------------------*
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 500 TIMES.
               10  WS-ADJ-IMAGE.
                   15  WS-ADJ-CUSTOMER-NO   PIC 9(06).
                   15  FILLER               PIC X(74).
               10  WS-ADJ-DROP-FLAG     PIC X(01).
                   88  WS-ADJ-DROPPED   VALUE "Y".
       01  WS-ADJ-COUNT         PIC S9(04) COMP VALUE ZERO.
       01  WS-ADJ-SUB           PIC S9(04) COMP.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-ADJ-EOF-SWITCH    PIC X(01) VALUE "N".
               88  ADJ-END-OF-FILE  VALUE "Y".
           05  WS-BF-FILE-SWITCH    PIC X(01) VALUE "N".
               88  BILL-FREQ-FILE-PRESENT VALUE "Y".
           05  WS-HOLD-FILE-SWITCH  PIC X(01) VALUE "N".
               88  HOLD-FILE-PRESENT VALUE "Y".
           05  WS-CU-FILE-SWITCH    PIC X(01) VALUE "N".
               88  CUSTREF-FILE-PRESENT VALUE "Y".

       01  WS-REPORT-TITLE-LINE.
           05  FILLER               PIC X(30)
               VALUE "ACCOUNT CLOSURE REGISTER FOR".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TL-RUN-DATE          PIC X(08).
           05  FILLER               PIC X(41) VALUE SPACES.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER               PIC X(09) VALUE " CUSTMR  ".
           05  FILLER               PIC X(10) VALUE "FILE".
           05  FILLER               PIC X(26) VALUE "ACTION".
           05  FILLER               PIC X(10) VALUE "DATE".
           05  FILLER               PIC X(13) VALUE "       AMOUNT".
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-CUSTOMER-NO       PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-FILE              PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-ACTION            PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-DATE              PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-DETAIL-AMOUNT         PIC S9(09)V99 COMP.
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
               VALUE " REVIEWED FOR AUDIT BY:   ____________________".
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-PERIOD-START
           MOVE "01" TO WS-PERIOD-START (7:2)
           OPEN I-O INVOICE-MASTER-FILE
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "INVCLOSE - UNABLE TO OPEN INVOICE-MASTER, "
                       "STATUS = " WS-IM-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0510-OPEN-BILL-FREQ-FILE
           PERFORM 0520-OPEN-HOLD-FILE
           PERFORM 0530-OPEN-CUSTOMER-REF-FILE
           PERFORM 0570-LOAD-ADJUSTMENTS
           OPEN OUTPUT ADJUSTMENT-OUT-FILE
           IF  WS-ADJO-STATUS NOT EQUAL "00"
               DISPLAY "INVCLOSE - UNABLE TO OPEN ADJUSTMENT-OUT-FILE, "
                       "STATUS = " WS-ADJO-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0580-OPEN-CLOSED-ACCOUNT-FILE
           OPEN OUTPUT REGISTER-FILE
           IF  WS-REG-STATUS NOT EQUAL "00"
               DISPLAY "INVCLOSE - UNABLE TO OPEN REGISTER-FILE, "
                       "STATUS = " WS-REG-STATUS
               GO TO 9999-END
           END-IF
           MOVE WS-RUN-DATE TO TL-RUN-DATE
           WRITE REGISTER-RECORD FROM WS-REPORT-TITLE-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE REGISTER-RECORD FROM WS-COLUMN-HEADER-LINE
           PERFORM 1150-READ-NEXT-CUSTOMER
           .

      *----------------------------------------------------------------*
      * BILLFREQ, HOLDFILE AND CUSTREF ARE EACH OPTIONAL, AS IN THE
      * PROGRAMS THAT READ THEM: NO FILE MEANS NO ROWS TO REMOVE.  ANY
      * OTHER OPEN FAILURE STOPS THE JOB BEFORE ANYTHING IS ARCHIVED.
      *----------------------------------------------------------------*
       0510-OPEN-BILL-FREQ-FILE.
           OPEN I-O BILL-FREQ-FILE
           EVALUATE TRUE
               WHEN WS-BF-STATUS EQUAL "00"
                   SET BILL-FREQ-FILE-PRESENT TO TRUE
               WHEN WS-BF-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVCLOSE - UNABLE TO OPEN BILL-FREQ-FILE, "
                           "STATUS = " WS-BF-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

       0520-OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE
           EVALUATE TRUE
               WHEN WS-HLD-STATUS EQUAL "00"
                   SET HOLD-FILE-PRESENT TO TRUE
               WHEN WS-HLD-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVCLOSE - UNABLE TO OPEN HOLD-FILE, "
                           "STATUS = " WS-HLD-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

       0530-OPEN-CUSTOMER-REF-FILE.
           OPEN I-O CUSTOMER-REF-FILE
           EVALUATE TRUE
               WHEN WS-CU-STATUS EQUAL "00"
                   SET CUSTREF-FILE-PRESENT TO TRUE
               WHEN WS-CU-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVCLOSE - UNABLE TO OPEN CUSTOMER-REF-"
                           "FILE, STATUS = " WS-CU-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * LOAD THE WHOLE ADJUSTMENTS FILE.  NO FILE MEANS NO ROWS, AS IN
      * INVGEN, AND AN EMPTY ADJFILEO IS WRITTEN.
      *----------------------------------------------------------------*
       0570-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE
           EVALUATE TRUE
               WHEN WS-ADJ-STATUS EQUAL "00"
                   PERFORM 0575-LOAD-ONE-ADJUSTMENT
                       UNTIL ADJ-END-OF-FILE
                   CLOSE ADJUSTMENT-FILE
               WHEN WS-ADJ-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVCLOSE - UNABLE TO OPEN ADJUSTMENT-FILE, "
                           "STATUS = " WS-ADJ-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

       0575-LOAD-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   SET ADJ-END-OF-FILE TO TRUE
           END-READ
           IF  NOT ADJ-END-OF-FILE
               IF  WS-ADJ-COUNT NOT LESS THAN 500
                   DISPLAY "INVCLOSE - ADJUSTMENT TABLE FULL AT 500, "
                           "NO ACCOUNTS ARCHIVED"
                   GO TO 9999-END
               END-IF
               ADD 1 TO WS-ADJ-COUNT
               MOVE ADJ-RECORD TO WS-ADJ-IMAGE (WS-ADJ-COUNT)
               MOVE "N" TO WS-ADJ-DROP-FLAG (WS-ADJ-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * THE ARCHIVE IS KEPT FOR GOOD: TONIGHT'S ACCOUNTS GO ON THE END.
      * WITH NO FILE YET, ONE IS STARTED.
      *----------------------------------------------------------------*
       0580-OPEN-CLOSED-ACCOUNT-FILE.
           OPEN EXTEND CLOSED-ACCOUNT-FILE
           IF  WS-CA-STATUS EQUAL "35"
               OPEN OUTPUT CLOSED-ACCOUNT-FILE
           END-IF
           IF  WS-CA-STATUS NOT EQUAL "00"
               DISPLAY "INVCLOSE - UNABLE TO EXTEND CLOSED-ACCOUNT-"
                       "FILE, STATUS = " WS-CA-STATUS
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
      * ONLY FINAL-BILLED ACCOUNTS ARE CANDIDATES.  ONE STILL OWING
      * WAITS FOR ITS PAYMENTS; ONE WITH NO BALANCE ON FILE IS LEFT
      * FOR INVMAINT TO PUT RIGHT RATHER THAN ARCHIVED ON A GUESS.  ONE
      * PAID TO ZERO IS STAMPED PAID OFF THE FIRST NIGHT IT IS SEEN,
      * AND WAITS UNTIL ITS FINAL INVOICE AND PAYOFF ARE BOTH IN A
      * MONTH ALREADY STATED -- BEFORE WS-PERIOD-START, THE FIRST OF
      * THE CURRENT MONTH.
      *----------------------------------------------------------------*
       1200-PROCESS-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN IM-ACCOUNT-CLOSING
                   ADD 1 TO WS-CLOSING-COUNT
                   MOVE "CLOSING, NOT YET BILLED" TO DL-ACTION
                   MOVE IM-SERVICE-END-DATE TO DL-DATE
                   MOVE ZERO TO WS-DETAIL-AMOUNT
                   MOVE "INVMAST" TO DL-FILE
                   PERFORM 3000-WRITE-DETAIL-LINE
               WHEN NOT IM-ACCOUNT-FINAL-BILLED
                   ADD 1 TO WS-ACTIVE-COUNT
               WHEN IM-OUTSTANDING-BALANCE NOT NUMERIC
                   ADD 1 TO WS-FINAL-COUNT
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE "NO BALANCE ON FILE" TO DL-ACTION
                   MOVE IM-FINAL-INVOICE-DATE TO DL-DATE
                   MOVE ZERO TO WS-DETAIL-AMOUNT
                   MOVE "INVMAST" TO DL-FILE
                   PERFORM 3000-WRITE-DETAIL-LINE
               WHEN IM-OUTSTANDING-BALANCE GREATER THAN ZERO
                   ADD 1 TO WS-FINAL-COUNT
                   ADD 1 TO WS-AWAITING-COUNT
                   ADD IM-OUTSTANDING-BALANCE TO WS-TOTAL-AWAITING
                   MOVE "AWAITING ZERO BALANCE" TO DL-ACTION
                   MOVE IM-FINAL-INVOICE-DATE TO DL-DATE
                   MOVE IM-OUTSTANDING-BALANCE TO WS-DETAIL-AMOUNT
                   MOVE "INVMAST" TO DL-FILE
                   PERFORM 3000-WRITE-DETAIL-LINE
                   IF  IM-PAID-OFF-DATE NOT EQUAL SPACES
                       MOVE SPACES TO IM-PAID-OFF-DATE
                       PERFORM 1300-REWRITE-PAID-OFF-DATE
                   END-IF
               WHEN IM-PAID-OFF-DATE EQUAL SPACES
                   ADD 1 TO WS-FINAL-COUNT
                   ADD 1 TO WS-STMT-WAIT-COUNT
                   MOVE WS-RUN-DATE TO IM-PAID-OFF-DATE
                   PERFORM 1300-REWRITE-PAID-OFF-DATE
                   MOVE "PAID OFF, AWAITING STMT" TO DL-ACTION
                   MOVE IM-PAID-OFF-DATE TO DL-DATE
                   MOVE ZERO TO WS-DETAIL-AMOUNT
                   MOVE "INVMAST" TO DL-FILE
                   PERFORM 3000-WRITE-DETAIL-LINE
               WHEN IM-PAID-OFF-DATE NOT LESS THAN WS-PERIOD-START
                   OR IM-FINAL-INVOICE-DATE NOT LESS THAN
                       WS-PERIOD-START
                   ADD 1 TO WS-FINAL-COUNT
                   ADD 1 TO WS-STMT-WAIT-COUNT
                   MOVE "PAID OFF, AWAITING STMT" TO DL-ACTION
                   MOVE IM-PAID-OFF-DATE TO DL-DATE
                   MOVE ZERO TO WS-DETAIL-AMOUNT
                   MOVE "INVMAST" TO DL-FILE
                   PERFORM 3000-WRITE-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-FINAL-COUNT
                   PERFORM 2000-ARCHIVE-ONE-ACCOUNT
           END-EVALUATE
           PERFORM 1150-READ-NEXT-CUSTOMER
           .

       1300-REWRITE-PAID-OFF-DATE.
           REWRITE IM-RECORD
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "INVCLOSE - PAID-OFF DATE REWRITE FAILED FOR "
                       IM-CUSTOMER-NO ", STATUS = " WS-IM-STATUS
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * BUILD THE ARCHIVE RECORD FROM THE LIVE ROWS AND WRITE IT FIRST;
      * NOTHING IS REMOVED UNTIL IT IS SAFELY ON FILE.  THEN THE
      * PARTNER ROWS GO, AND THE MASTER LAST, SO A FAILURE PART WAY
      * LEAVES THE ACCOUNT ON INVMAST FOR THE NEXT RUN TO FINISH.
      *----------------------------------------------------------------*
       2000-ARCHIVE-ONE-ACCOUNT.
           MOVE SPACES TO CA-RECORD
           MOVE IM-CUSTOMER-NO TO CA-CUSTOMER-NO
           MOVE WS-RUN-DATE TO CA-ARCHIVED-DATE
           MOVE IM-SERVICE-END-DATE TO CA-SERVICE-END-DATE
           MOVE IM-FINAL-INVOICE-DATE TO CA-FINAL-INVOICE-DATE
           MOVE IM-RECORD TO CA-MASTER-IMAGE
           PERFORM 2100-READ-PARTNER-ROWS
           PERFORM 2200-COUNT-ACCOUNT-ADJUSTMENTS
           MOVE WS-ACCOUNT-ADJ-COUNT TO CA-ADJ-REMOVED-COUNT
           WRITE CA-RECORD
           IF  WS-CA-STATUS EQUAL "00"
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE "INVMAST" TO DL-FILE
               MOVE "ARCHIVED, SERVICE ENDED" TO DL-ACTION
               MOVE IM-SERVICE-END-DATE TO DL-DATE
               MOVE IM-RECURRING-CHARGE TO WS-DETAIL-AMOUNT
               PERFORM 3000-WRITE-DETAIL-LINE
               PERFORM 2300-DELETE-BILL-FREQ-ROW
               PERFORM 2400-DELETE-HOLD-ROW
               PERFORM 2500-DELETE-CUSTOMER-REF-ROW
               PERFORM 2600-DROP-ADJUSTMENTS
               PERFORM 2700-DELETE-MASTER
           ELSE
               DISPLAY "INVCLOSE - WRITE FAILED ON CLOSED-ACCOUNT-FILE "
                       "FOR " IM-CUSTOMER-NO ", STATUS = " WS-CA-STATUS
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           .

       2100-READ-PARTNER-ROWS.
           IF  BILL-FREQ-FILE-PRESENT
               MOVE IM-CUSTOMER-NO TO BF-CUSTOMER-NO
               READ BILL-FREQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BF-RECORD TO CA-BILLFREQ-IMAGE
               END-READ
           END-IF
           IF  HOLD-FILE-PRESENT
               MOVE IM-CUSTOMER-NO TO HOLD-CUSTOMER-NO
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HOLD-RECORD TO CA-HOLD-IMAGE
               END-READ
           END-IF
           IF  CUSTREF-FILE-PRESENT
               MOVE IM-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-REF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-RECORD TO CA-CUSTREF-IMAGE
               END-READ
           END-IF
           .

       2200-COUNT-ACCOUNT-ADJUSTMENTS.
           MOVE ZERO TO WS-ACCOUNT-ADJ-COUNT
           PERFORM 2210-COUNT-ONE-ADJUSTMENT
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB GREATER THAN WS-ADJ-COUNT
           .

       2210-COUNT-ONE-ADJUSTMENT.
           IF  WS-ADJ-CUSTOMER-NO (WS-ADJ-SUB) EQUAL IM-CUSTOMER-NO
               ADD 1 TO WS-ACCOUNT-ADJ-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * EACH PARTNER ROW WAS READ IN 2100 AND IS STILL THE CURRENT
      * RECORD OF ITS FILE.  A ROW NOT ON FILE IS NOT AN ERROR, EXCEPT
      * THAT A MISSING CUSTREF IS LISTED: EVERY BILLED ACCOUNT SHOULD
      * HAVE HAD ONE.
      *----------------------------------------------------------------*
       2300-DELETE-BILL-FREQ-ROW.
           IF  CA-BILLFREQ-IMAGE NOT EQUAL SPACES
               MOVE "BILLFREQ" TO DL-FILE
               MOVE IM-CUSTOMER-NO TO BF-CUSTOMER-NO
               DELETE BILL-FREQ-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF  WS-BF-STATUS EQUAL "00"
                   ADD 1 TO WS-BF-DELETED-COUNT
                   MOVE "FREQUENCY ROW REMOVED" TO DL-ACTION
               ELSE
                   PERFORM 2900-NOTE-DELETE-FAILED
               END-IF
               MOVE SPACES TO DL-DATE
               MOVE ZERO TO WS-DETAIL-AMOUNT
               PERFORM 3000-WRITE-DETAIL-LINE
           END-IF
           .

       2400-DELETE-HOLD-ROW.
           IF  CA-HOLD-IMAGE NOT EQUAL SPACES
               MOVE "HOLDFILE" TO DL-FILE
               MOVE IM-CUSTOMER-NO TO HOLD-CUSTOMER-NO
               DELETE HOLD-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF  WS-HLD-STATUS EQUAL "00"
                   ADD 1 TO WS-HLD-DELETED-COUNT
                   MOVE "HOLD ROW REMOVED" TO DL-ACTION
               ELSE
                   PERFORM 2900-NOTE-DELETE-FAILED
               END-IF
               MOVE HOLD-PLACED-DATE TO DL-DATE
               MOVE ZERO TO WS-DETAIL-AMOUNT
               PERFORM 3000-WRITE-DETAIL-LINE
           END-IF
           .

       2500-DELETE-CUSTOMER-REF-ROW.
           MOVE "CUSTREF" TO DL-FILE
           MOVE SPACES TO DL-DATE
           MOVE ZERO TO WS-DETAIL-AMOUNT
           IF  CA-CUSTREF-IMAGE EQUAL SPACES
               ADD 1 TO WS-CU-MISSING-COUNT
               MOVE "NO CUSTREF ROW ON FILE" TO DL-ACTION
           ELSE
               MOVE IM-CUSTOMER-NO TO CU-CUSTOMER-NO
               DELETE CUSTOMER-REF-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF  WS-CU-STATUS EQUAL "00"
                   ADD 1 TO WS-CU-DELETED-COUNT
                   MOVE "NAME/ADDRESS ROW REMOVED" TO DL-ACTION
               ELSE
                   PERFORM 2900-NOTE-DELETE-FAILED
               END-IF
           END-IF
           PERFORM 3000-WRITE-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * MARK THE ACCOUNT'S ADJUSTMENT ROWS SO 8100 LEAVES THEM OFF
      * ADJFILEO, LISTING EACH.  A ROW INVGEN HAS APPLIED WOULD HAVE
      * BEEN DROPPED AT ITS NEXT LOAD ANYWAY; ONE IT NEVER APPLIED WAS
      * NEVER BILLED.
      *----------------------------------------------------------------*
       2600-DROP-ADJUSTMENTS.
           PERFORM 2610-DROP-ONE-ADJUSTMENT
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB GREATER THAN WS-ADJ-COUNT
           .

       2610-DROP-ONE-ADJUSTMENT.
           IF  WS-ADJ-CUSTOMER-NO (WS-ADJ-SUB) EQUAL IM-CUSTOMER-NO
               SET WS-ADJ-DROPPED (WS-ADJ-SUB) TO TRUE
               ADD 1 TO WS-ADJ-REMOVED-COUNT
               MOVE WS-ADJ-IMAGE (WS-ADJ-SUB) TO ADJ-RECORD
               MOVE "ADJFILE" TO DL-FILE
               MOVE ADJ-AMOUNT TO WS-DETAIL-AMOUNT
               IF  ADJ-APPLIED
                   MOVE "APPLIED ROW REMOVED" TO DL-ACTION
                   MOVE ADJ-APPLIED-DATE TO DL-DATE
               ELSE
                   ADD 1 TO WS-UNBILLED-COUNT
                   ADD ADJ-AMOUNT TO WS-TOTAL-UNBILLED
                   MOVE "UNBILLED ROW REMOVED" TO DL-ACTION
                   MOVE "UNBILLED" TO DL-DATE
               END-IF
               PERFORM 3000-WRITE-DETAIL-LINE
           END-IF
           .

       2700-DELETE-MASTER.
           MOVE "INVMAST" TO DL-FILE
           MOVE IM-FINAL-INVOICE-DATE TO DL-DATE
           MOVE ZERO TO WS-DETAIL-AMOUNT
           DELETE INVOICE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF  WS-IM-STATUS EQUAL "00"
               MOVE "MASTER REMOVED" TO DL-ACTION
           ELSE
               PERFORM 2900-NOTE-DELETE-FAILED
           END-IF
           PERFORM 3000-WRITE-DETAIL-LINE
           .

       2900-NOTE-DELETE-FAILED.
           DISPLAY "INVCLOSE - DELETE FAILED ON " DL-FILE " FOR "
                   IM-CUSTOMER-NO
           ADD 1 TO WS-FAILED-COUNT
           MOVE "DELETE FAILED" TO DL-ACTION
           .

       3000-WRITE-DETAIL-LINE.
           MOVE IM-CUSTOMER-NO TO DL-CUSTOMER-NO
           MOVE WS-DETAIL-AMOUNT TO DL-AMOUNT
           WRITE REGISTER-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * CONTROL TOTALS.  MASTERS READ TIE TO ACTIVE + CLOSING + FINAL
      * BILLED, AND FINAL BILLED TO ARCHIVED + AWAITING ZERO BALANCE +
      * AWAITING FINAL STATEMENT + ANY ARCHIVE WRITE FAILURES.  A
      * FAILED PAID-OFF REWRITE IS COUNTED IN THE FAILURES AS WELL AS
      * ITS OWN LINE.  ADJFILEO IS WRITTEN LAST, FROM THE TABLE.
      *----------------------------------------------------------------*
       9000-WRAP-UP.
           PERFORM 8100-WRITE-ADJUSTMENT-FILE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "TOTAL BALANCE AWAITED:" TO TO-LABEL
           MOVE WS-TOTAL-AWAITING TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "TOTAL UNBILLED ADJ REMOVED:" TO TO-LABEL
           MOVE WS-TOTAL-UNBILLED TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "MASTER RECORDS READ:          " TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  ACTIVE:                     " TO CL-LABEL
           MOVE WS-ACTIVE-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  CLOSING, NOT FINAL BILLED:  " TO CL-LABEL
           MOVE WS-CLOSING-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  FINAL BILLED:               " TO CL-LABEL
           MOVE WS-FINAL-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "    AWAITING ZERO BALANCE:    " TO CL-LABEL
           MOVE WS-AWAITING-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "    AWAITING FINAL STATEMENT: " TO CL-LABEL
           MOVE WS-STMT-WAIT-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "    ARCHIVED:                 " TO CL-LABEL
           MOVE WS-ARCHIVED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "BILLFREQ ROWS REMOVED:        " TO CL-LABEL
           MOVE WS-BF-DELETED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "HOLDFILE ROWS REMOVED:        " TO CL-LABEL
           MOVE WS-HLD-DELETED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "CUSTREF ROWS REMOVED:         " TO CL-LABEL
           MOVE WS-CU-DELETED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  ARCHIVED WITH NO CUSTREF:   " TO CL-LABEL
           MOVE WS-CU-MISSING-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "ADJFILE ROWS REMOVED:         " TO CL-LABEL
           MOVE WS-ADJ-REMOVED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "  NEVER BILLED:               " TO CL-LABEL
           MOVE WS-UNBILLED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "ADJFILE ROWS KEPT:            " TO CL-LABEL
           MOVE WS-ADJ-KEPT-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "WRITES/DELETES FAILED:        " TO CL-LABEL
           MOVE WS-FAILED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE REGISTER-RECORD FROM WS-SIGN-OFF-LINE
           CLOSE INVOICE-MASTER-FILE
           IF  BILL-FREQ-FILE-PRESENT
               CLOSE BILL-FREQ-FILE
           END-IF
           IF  HOLD-FILE-PRESENT
               CLOSE HOLD-FILE
           END-IF
           IF  CUSTREF-FILE-PRESENT
               CLOSE CUSTOMER-REF-FILE
           END-IF
           CLOSE ADJUSTMENT-OUT-FILE
           CLOSE CLOSED-ACCOUNT-FILE
           CLOSE REGISTER-FILE
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT GREATER THAN ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNBILLED-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * WRITE THE NEXT CYCLE OF THE ADJUSTMENTS FILE: EVERY ROW NOT
      * BELONGING TO AN ACCOUNT ARCHIVED TONIGHT, UNCHANGED.
      *----------------------------------------------------------------*
       8100-WRITE-ADJUSTMENT-FILE.
           PERFORM 8110-WRITE-ONE-ADJUSTMENT
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB GREATER THAN WS-ADJ-COUNT
           .

       8110-WRITE-ONE-ADJUSTMENT.
           IF  NOT WS-ADJ-DROPPED (WS-ADJ-SUB)
               WRITE ADJO-RECORD FROM WS-ADJ-IMAGE (WS-ADJ-SUB)
               ADD 1 TO WS-ADJ-KEPT-COUNT
           END-IF
           .

       9999-END.
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
