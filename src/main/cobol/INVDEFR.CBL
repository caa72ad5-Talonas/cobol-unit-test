      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   MONTH-END DEFERRED REVENUE RECOGNITION.  INVGEN BILLS
      *            A QUARTERLY ACCOUNT THREE MONTHS OF SERVICE IN
      *            ADVANCE, CREDITS THE CHARGE TO DEFERRED REVENUE AND
      *            WRITES A RECOGNITION SCHEDULE (DEFREC COPYBOOK,
      *            DEFSCHED) WITH ONE ROW PER SERVICE MONTH.  THIS JOB
      *            EARNS THE MONTH: EVERY SCHEDULE ROW STILL DEFERRED
      *            WHOSE RECOGNITION PERIOD IS THE PERIOD BEING CLOSED
      *            (OR EARLIER, IF A MONTH-END WAS MISSED -- THOSE ARE
      *            FLAGGED CATCH-UP) IS MARKED RECOGNIZED WITH THE
      *            PERIOD, LISTED ON THE REPORT, AND MOVED FROM DEFERRED
      *            REVENUE (230100) TO RECURRING REVENUE (400100) ON A
      *            JOURNAL BATCH IN THE GLEXTR LAYOUT (GLREC COPYBOOK):
      *            ONE HEADER (TYPE H) DATED THE LAST DAY OF THE PERIOD
      *            CARRYING THE ROW COUNT AND A HASH TOTAL OF THE AMOUNT
      *            RECOGNIZED, AND ONE BALANCED PAIR OF JOURNAL LINES.
      *
      *            THE REPORT ENDS WITH THE DEFERRED-BALANCE ROLL-
      *            FORWARD FOR THE PERIOD -- OPENING, BILLED,
      *            RECOGNIZED, CLOSING -- EACH FIGURE ADDED UP FROM THE
      *            SCHEDULE ITSELF, AND PROVES OPENING PLUS BILLED LESS
      *            RECOGNIZED EQUALS CLOSING.  A ROLL-FORWARD OR JOURNAL
      *            THAT DOES NOT PROVE OUT, OR A SCHEDULE ROW THAT COULD
      *            NOT BE REWRITTEN, ENDS THE JOB WITH RETURN CODE 8 SO
      *            THE SCHEDULER HOLDS THE GL LOAD.
      *
      *            A RERUN FOR THE SAME PERIOD REPRODUCES THE SAME
      *            BATCH: ROWS ALREADY POSTED TO THE PERIOD ARE LISTED
      *            AND JOURNALED AGAIN BUT NOT REWRITTEN, SO THE
      *            REPLACEMENT BATCH SUPERSEDES THE FIRST RATHER THAN
      *            ADDING TO IT.
      *
      * USAGE:     INVDEFR [YYYYMM]
      *            THE OPTIONAL PARM IS THE PERIOD BEING CLOSED; WITH NO
      *            PARM THE MONTH OF THE SYSTEM DATE IS CLOSED.  THE
      *            JOURNAL BATCH IS WRITTEN TO DEFGLEXT SO IT CANNOT
      *            OVERLAY THE NIGHTLY BILLING EXTRACT ON GLEXTR.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDEFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRED-SCHEDULE-FILE ASSIGN TO "DEFSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "DEFGLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRED-SCHEDULE-FILE.
           COPY DEFREC.
       FD  GL-EXTRACT-FILE.
           COPY GLREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
           COPY DATETIME.
       01  WS-QUOTIENT          PIC S9(4) COMP.
       01  WS-REMAINDER-4       PIC S9(4) COMP.
       01  WS-REMAINDER-100     PIC S9(4) COMP.
       01  WS-REMAINDER-400     PIC S9(4) COMP.
       01  WS-MAX-DAY-THIS-MONTH PIC 9(02).
       01  WS-DS-STATUS         PIC X(02).
       01  WS-GL-STATUS         PIC X(02).
       01  WS-RPT-STATUS        PIC X(02).
       01  WS-RUN-PARM          PIC X(08).
       01  WS-PERIOD            PIC 9(06).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR       PIC 9(04).
           05  WS-PERIOD-MONTH      PIC 9(02).
       01  WS-PERIOD-END-DATE   PIC 9(08).
       01  WS-BILLED-PERIOD     PIC X(06).

      *----------------------------------------------------------------*
      * THE GL ACCOUNTS THE RECOGNITION MOVES BETWEEN -- THE SAME
      * NUMBERS INVGEN CREDITS WHEN IT BILLS.
      *----------------------------------------------------------------*
       01  WS-DEFERRED-ACCOUNT  PIC X(06) VALUE "230100".
       01  WS-REVENUE-ACCOUNT   PIC X(06) VALUE "400100".

       01  WS-ROWS-READ         PIC S9(07) COMP VALUE ZERO.
       01  WS-ROWS-RECOGNIZED   PIC S9(07) COMP VALUE ZERO.
       01  WS-CATCH-UP-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-REWRITE-ERRORS    PIC S9(07) COMP VALUE ZERO.
       01  WS-OPENING-DEFERRED  PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-BILLED-DEFERRED   PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-RECOGNIZED-AMOUNT PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-CLOSING-DEFERRED  PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL    PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL   PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-GL-LINE-ACCOUNT   PIC X(06).
       01  WS-GL-LINE-DC        PIC X(01).
       01  WS-GL-LINE-AMOUNT    PIC S9(09)V99 COMP.
       01  WS-GL-LINE-DESC      PIC X(25).
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-LEAP-YEAR-SWITCH  PIC X(01) VALUE "N".
               88  LEAP-YEAR        VALUE "Y".
               88  NOT-LEAP-YEAR    VALUE "N".
           05  WS-GL-BALANCE-SWITCH PIC X(01) VALUE "Y".
               88  GL-IN-BALANCE    VALUE "Y".
               88  GL-OUT-OF-BALANCE VALUE "N".
           05  WS-ROLL-BALANCE-SWITCH PIC X(01) VALUE "Y".
               88  ROLL-IN-BALANCE  VALUE "Y".
               88  ROLL-OUT-OF-BALANCE VALUE "N".

      *----------------------------------------------------------------*
      * RECOGNITION REPORT WORKING STORAGE.
      *----------------------------------------------------------------*
       01  WS-REPORT-TITLE-LINE.
           05  FILLER               PIC X(34)
               VALUE "DEFERRED REVENUE RECOGNITION FOR  ".
           05  FILLER               PIC X(07) VALUE "PERIOD ".
           05  TL-PERIOD            PIC 9(06).
           05  FILLER               PIC X(33) VALUE SPACES.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER               PIC X(08) VALUE " CUSTMR ".
           05  FILLER               PIC X(09) VALUE "INVOICE  ".
           05  FILLER               PIC X(06) VALUE "MONTH ".
           05  FILLER               PIC X(09) VALUE "INV DATE ".
           05  FILLER               PIC X(07) VALUE "PERIOD ".
           05  FILLER               PIC X(13) VALUE "   RECOGNIZED".
           05  FILLER               PIC X(28) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-CUSTOMER-NO       PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-INVOICE-NO        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-MONTH-SEQ         PIC Z9.
           05  FILLER               PIC X(01) VALUE "/".
           05  DL-MONTHS            PIC Z9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-INVOICE-DATE      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-PERIOD            PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-NOTE              PIC X(10).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(26).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(47) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  TO-LABEL             PIC X(26).
           05  TO-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(39) VALUE SPACES.
       01  WS-VERDICT-LINE          PIC X(80).
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1200-PROCESS-ONE-ROW UNTIL END-OF-FILE
           PERFORM 9000-WRAP-UP
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE (1:6) TO WS-PERIOD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF  WS-RUN-PARM NOT EQUAL SPACES
               IF  WS-RUN-PARM (1:6) IS NUMERIC
                   AND WS-RUN-PARM (7:2) EQUAL SPACES
                   MOVE WS-RUN-PARM (1:6) TO WS-PERIOD
               ELSE
                   MOVE ZEROS TO WS-PERIOD
               END-IF
               IF  WS-PERIOD-YEAR LESS THAN 1900
                   OR WS-PERIOD-MONTH LESS THAN 1
                   OR WS-PERIOD-MONTH GREATER THAN 12
                   DISPLAY "INVDEFR - INVALID PERIOD PARM, "
                           "MUST BE YYYYMM = " WS-RUN-PARM
                   GO TO 9999-END
               END-IF
           END-IF
           PERFORM 0550-COMPUTE-PERIOD-END-DATE
           OPEN I-O DEFERRED-SCHEDULE-FILE
           IF  WS-DS-STATUS EQUAL "35"
               OPEN OUTPUT DEFERRED-SCHEDULE-FILE
               CLOSE DEFERRED-SCHEDULE-FILE
               OPEN I-O DEFERRED-SCHEDULE-FILE
           END-IF
           IF  WS-DS-STATUS NOT EQUAL "00"
               DISPLAY "INVDEFR - UNABLE TO OPEN DEFERRED-SCHEDULE, "
                       "STATUS = " WS-DS-STATUS
               GO TO 9999-END
           END-IF
           OPEN OUTPUT GL-EXTRACT-FILE
           IF  WS-GL-STATUS NOT EQUAL "00"
               DISPLAY "INVDEFR - UNABLE TO OPEN GL-EXTRACT-FILE, "
                       "STATUS = " WS-GL-STATUS
               GO TO 9999-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF  WS-RPT-STATUS NOT EQUAL "00"
               DISPLAY "INVDEFR - UNABLE TO OPEN REPORT-FILE, "
                       "STATUS = " WS-RPT-STATUS
               GO TO 9999-END
           END-IF
           MOVE WS-PERIOD TO TL-PERIOD
           WRITE REPORT-RECORD FROM WS-REPORT-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER-LINE
           PERFORM 1150-READ-NEXT-ROW
           .

      *----------------------------------------------------------------*
      * THE JOURNAL IS DATED THE LAST DAY OF THE PERIOD BEING CLOSED.
      *----------------------------------------------------------------*
       0550-COMPUTE-PERIOD-END-DATE.
           MOVE WS-PERIOD-YEAR  TO WS-CURRENT-YEAR
           MOVE WS-PERIOD-MONTH TO WS-CURRENT-MONTH
           PERFORM 1920-DETERMINE-MAX-DAY-IN-MONTH
           MOVE WS-MAX-DAY-THIS-MONTH TO WS-CURRENT-DAY
           MOVE WS-CURRENT-DATE TO WS-PERIOD-END-DATE
           .

       1150-READ-NEXT-ROW.
           READ DEFERRED-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * ONE SCHEDULE ROW.  A ROW STILL DEFERRED AND DUE IN THE PERIOD
      * (OR OVERDUE FROM A MISSED ONE) IS RECOGNIZED NOW; A ROW POSTED
      * TO THIS PERIOD, NOW OR ON AN EARLIER RUN, IS LISTED AND
      * JOURNALED.  EVERY ROW THEN FEEDS THE ROLL-FORWARD BY THE
      * PERIOD IT WAS BILLED IN AND THE PERIOD IT WAS POSTED IN:
      *   OPENING    BILLED BEFORE THE PERIOD, NOT EARNED BEFORE IT
      *   BILLED     BILLED IN THE PERIOD
      *   RECOGNIZED POSTED TO THE PERIOD
      *   CLOSING    BILLED BY PERIOD END, NOT EARNED BY PERIOD END
      * ROWS BILLED AFTER THE PERIOD PLAY NO PART IN IT.
      *----------------------------------------------------------------*
       1200-PROCESS-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE DS-INVOICE-DATE (1:6) TO WS-BILLED-PERIOD
           IF  DS-DEFERRED
               AND DS-RECOGNIZE-PERIOD NOT GREATER THAN WS-PERIOD
               PERFORM 1300-RECOGNIZE-ROW
           END-IF
           IF  DS-RECOGNIZED
               AND DS-POSTED-PERIOD EQUAL WS-PERIOD
               PERFORM 1400-LIST-RECOGNIZED-ROW
           END-IF
           IF  WS-BILLED-PERIOD LESS THAN WS-PERIOD
               IF  DS-DEFERRED
                   OR DS-POSTED-PERIOD NOT LESS THAN WS-PERIOD
                   ADD DS-MONTH-AMOUNT TO WS-OPENING-DEFERRED
               END-IF
           END-IF
           IF  WS-BILLED-PERIOD EQUAL WS-PERIOD
               ADD DS-MONTH-AMOUNT TO WS-BILLED-DEFERRED
           END-IF
           IF  WS-BILLED-PERIOD NOT GREATER THAN WS-PERIOD
               IF  DS-DEFERRED
                   OR DS-POSTED-PERIOD GREATER THAN WS-PERIOD
                   ADD DS-MONTH-AMOUNT TO WS-CLOSING-DEFERRED
               END-IF
           END-IF
           PERFORM 1150-READ-NEXT-ROW
           .

      *----------------------------------------------------------------*
      * A ROW THAT CANNOT BE REWRITTEN STAYS DEFERRED (IT WILL COME UP
      * AGAIN NEXT MONTH AS CATCH-UP) AND IS KEPT OFF THE JOURNAL, BUT
      * THE RUN ENDS WITH RETURN CODE 8 SO SOMEBODY LOOKS AT IT.
      *----------------------------------------------------------------*
       1300-RECOGNIZE-ROW.
           SET DS-RECOGNIZED TO TRUE
           MOVE WS-PERIOD TO DS-POSTED-PERIOD
           REWRITE DS-RECORD
           IF  WS-DS-STATUS NOT EQUAL "00"
               DISPLAY "INVDEFR - SCHEDULE REWRITE FAILED FOR "
                       DS-KEY ", STATUS = " WS-DS-STATUS
               ADD 1 TO WS-REWRITE-ERRORS
               SET DS-DEFERRED TO TRUE
               MOVE ZEROS TO DS-POSTED-PERIOD
           END-IF
           .

       1400-LIST-RECOGNIZED-ROW.
           ADD 1 TO WS-ROWS-RECOGNIZED
           ADD DS-MONTH-AMOUNT TO WS-RECOGNIZED-AMOUNT
           MOVE DS-CUSTOMER-NO        TO DL-CUSTOMER-NO
           MOVE DS-INVOICE-NO         TO DL-INVOICE-NO
           MOVE DS-MONTH-SEQ          TO DL-MONTH-SEQ
           MOVE DS-MONTHS-IN-SCHEDULE TO DL-MONTHS
           MOVE DS-INVOICE-DATE       TO DL-INVOICE-DATE
           MOVE DS-RECOGNIZE-PERIOD   TO DL-PERIOD
           MOVE DS-MONTH-AMOUNT       TO DL-AMOUNT
           IF  DS-RECOGNIZE-PERIOD LESS THAN WS-PERIOD
               ADD 1 TO WS-CATCH-UP-COUNT
               MOVE "CATCH-UP"        TO DL-NOTE
           ELSE
               MOVE SPACES            TO DL-NOTE
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * HOW MANY DAYS ARE IN THE CURRENT WS-CURRENT-MONTH AND
      * WS-CURRENT-YEAR.  SAME LOGIC AS THE PARAGRAPH OF THE SAME NAME
      * IN INVDATE.
      *----------------------------------------------------------------*
       1920-DETERMINE-MAX-DAY-IN-MONTH.
           PERFORM 2150-DETERMINE-LEAP-YEAR-STATUS
           EVALUATE TRUE
               WHEN FEBRUARY
                   IF  LEAP-YEAR
                       MOVE 29 TO WS-MAX-DAY-THIS-MONTH
                   ELSE
                       MOVE 28 TO WS-MAX-DAY-THIS-MONTH
                   END-IF
               WHEN 30-DAY-MONTH
                   MOVE 30 TO WS-MAX-DAY-THIS-MONTH
               WHEN OTHER
                   MOVE 31 TO WS-MAX-DAY-THIS-MONTH
           END-EVALUATE
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
      * COUNTS, THE JOURNAL BATCH, AND THE ROLL-FORWARD WITH ITS PROOF.
      *----------------------------------------------------------------*
       9000-WRAP-UP.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "SCHEDULE ROWS READ:       " TO CL-LABEL
           MOVE WS-ROWS-READ TO CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ROWS RECOGNIZED:          " TO CL-LABEL
           MOVE WS-ROWS-RECOGNIZED TO CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  OF WHICH CATCH-UP:      " TO CL-LABEL
           MOVE WS-CATCH-UP-COUNT TO CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ROWS NOT REWRITTEN:       " TO CL-LABEL
           MOVE WS-REWRITE-ERRORS TO CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           PERFORM 8200-WRITE-GL-EXTRACT
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "DEFERRED REVENUE ROLL-FORWARD" TO WS-VERDICT-LINE
           WRITE REPORT-RECORD FROM WS-VERDICT-LINE
           MOVE "OPENING DEFERRED BALANCE: " TO TO-LABEL
           MOVE WS-OPENING-DEFERRED TO TO-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  PLUS BILLED IN PERIOD:  " TO TO-LABEL
           MOVE WS-BILLED-DEFERRED TO TO-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  LESS RECOGNIZED:        " TO TO-LABEL
           MOVE WS-RECOGNIZED-AMOUNT TO TO-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "CLOSING DEFERRED BALANCE: " TO TO-LABEL
           MOVE WS-CLOSING-DEFERRED TO TO-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           IF  WS-OPENING-DEFERRED + WS-BILLED-DEFERRED
                   - WS-RECOGNIZED-AMOUNT
                   NOT EQUAL WS-CLOSING-DEFERRED
               SET ROLL-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           IF  ROLL-IN-BALANCE
               MOVE " ROLL-FORWARD IN BALANCE" TO WS-VERDICT-LINE
           ELSE
               MOVE " ROLL-FORWARD OUT OF BALANCE - HOLD GL LOAD"
                   TO WS-VERDICT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-VERDICT-LINE
           IF  GL-IN-BALANCE
               MOVE " GL EXTRACT IN BALANCE" TO WS-VERDICT-LINE
           ELSE
               MOVE " GL EXTRACT OUT OF BALANCE - HOLD GL LOAD"
                   TO WS-VERDICT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-VERDICT-LINE
           CLOSE DEFERRED-SCHEDULE-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE REPORT-FILE
           IF  GL-OUT-OF-BALANCE
               OR ROLL-OUT-OF-BALANCE
               OR WS-REWRITE-ERRORS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE BALANCED JOURNAL BATCH, SAME LAYOUT AND SAME PROOF AS
      * INVGEN'S: DEBIT DEFERRED REVENUE AND CREDIT RECURRING REVENUE
      * FOR THE AMOUNT RECOGNIZED, WITH THE DEBITS AND CREDITS RE-ADDED
      * FROM THE LINES ACTUALLY WRITTEN AND PROVED AGAINST EACH OTHER
      * AND THE HEADER HASH TOTAL.
      *----------------------------------------------------------------*
       8200-WRITE-GL-EXTRACT.
           MOVE SPACES TO GL-RECORD
           MOVE "H"                  TO GL-RECORD-TYPE
           MOVE WS-PERIOD-END-DATE   TO GL-RUN-DATE
           MOVE WS-ROWS-RECOGNIZED   TO GL-INVOICE-COUNT
           MOVE WS-RECOGNIZED-AMOUNT TO GL-HASH-TOTAL
           WRITE GL-RECORD
           MOVE WS-DEFERRED-ACCOUNT         TO WS-GL-LINE-ACCOUNT
           MOVE "D"                         TO WS-GL-LINE-DC
           MOVE WS-RECOGNIZED-AMOUNT        TO WS-GL-LINE-AMOUNT
           MOVE "DEFERRED REVENUE"          TO WS-GL-LINE-DESC
           PERFORM 8210-WRITE-ONE-GL-LINE
           MOVE WS-REVENUE-ACCOUNT          TO WS-GL-LINE-ACCOUNT
           MOVE "C"                         TO WS-GL-LINE-DC
           MOVE WS-RECOGNIZED-AMOUNT        TO WS-GL-LINE-AMOUNT
           MOVE "RECURRING REVENUE EARNED"  TO WS-GL-LINE-DESC
           PERFORM 8210-WRITE-ONE-GL-LINE
           IF  WS-GL-DEBIT-TOTAL NOT EQUAL WS-GL-CREDIT-TOTAL
               OR WS-GL-DEBIT-TOTAL NOT EQUAL WS-RECOGNIZED-AMOUNT
               SET GL-OUT-OF-BALANCE TO TRUE
           END-IF
           .

       8210-WRITE-ONE-GL-LINE.
           MOVE SPACES TO GL-RECORD
           MOVE "J"                TO GL-RECORD-TYPE
           MOVE WS-GL-LINE-ACCOUNT TO GL-ACCOUNT-NO
           MOVE WS-GL-LINE-DC      TO GL-DEBIT-CREDIT
           MOVE WS-GL-LINE-AMOUNT  TO GL-AMOUNT
           MOVE WS-GL-LINE-DESC    TO GL-DESCRIPTION
           WRITE GL-RECORD
           IF  GL-DEBIT
               ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF
           .

       9999-END.
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
