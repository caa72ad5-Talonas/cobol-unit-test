      *            BEFORE INVDATE IN THE JOB STREAM, WHILE THE CURRENT
      *            INVOICE DATE STILL HOLDS TODAY'S BILLING DATE.
      *
      * USAGE:     INVGEN [YYYYMMDD] [OVERRIDE]
      *            THE OPTIONAL DATE OVERRIDES THE SELECTION DATE; WITH
      *            NO DATE THE SYSTEM DATE IS USED.  THE SELECTION DATE
      *            IS THE BILLING CYCLE THE JOB LOGS ON THE STEP LOG
      *            (STEPLOG).  THE JOB REFUSES TO RUN, RETURN CODE 12,
      *            WHEN INVDATE HAS ALREADY RUN FOR THAT CYCLE -- THE
      *            INVOICE DATES HAVE BEEN ROLLED PAST IT, SO NOTHING
      *            WOULD BE SELECTED AND THE NIGHT WOULD LOOK QUIET --
      *            OR WHEN INVGEN HAS ALREADY COMPLETED FOR THE CYCLE,
      *            SINCE EVERY DUE ACCOUNT WOULD BE BILLED A SECOND
      *            TIME, OR WHEN ITS LAST RUN FOR THE CYCLE DIED PART
      *            WAY.  OVERRIDE FORCES THE RUN.  EVERY ACCOUNT BILLED
      *            IS STAMPED WITH THE SELECTION DATE, AND A RERUN
      *            BYPASSES THE ACCOUNTS ALREADY STAMPED, SO A FORCED
      *            RESTART AFTER AN ABEND BILLS ONLY THE REST.
      *
      * MODIFICATION HISTORY:
      *   22 AUG 2026  JM   ORIGINAL PROGRAM.
      *                     REGISTER LINE, LIKE THE DATE-EDIT BYPASSES:
      *                     BETTER AN UNBILLED INVOICE THAN A WRONGLY-
      *                     TAXED ONE.
      *   15 OCT 2026  JM   OPEN-ITEM RECEIVABLES.  EVERY INVOICE NOW
      *                     CARRIES A UNIQUE INVOICE NUMBER FROM THE
      *                     INVOICE-NUMBER CONTROL RECORD (INVCTL),
      *                     CARVED INTO THE INVOICE RECORD AND PRINTED
      *                     ON THE REGISTER.  THE INVOICE'S NEW CHARGES
      *                     (TOTAL LESS THE CARRIED BALANCE) ARE POSTED
      *                     TO THE OPEN-ITEM FILE (OIRECORD COPYBOOK,
      *                     OPENITEM) WITH A DUE DATE AT THE STANDARD
      *                     TERMS, AND ADDED TO IM-OUTSTANDING-BALANCE
      *                     -- THE MASTER IS NOW OPENED I-O AND THE
      *                     BALANCE REWRITTEN TO THE INVOICE TOTAL.
      *                     NET CREDITS (ADJUSTMENT CREDITS EXCEEDING
      *                     THE CYCLE'S CHARGES) RELIEVE THE OLDEST
      *                     OPEN ITEMS THE SAME WAY INVPAY APPLIES CASH.
      *   15 OCT 2026  JM   HOLD RECORD NOW TAKEN FROM THE HOLDREC
      *                     COPYBOOK (WIDENED TO 80 BYTES FOR THE HOLD
      *                     MAINTENANCE JOB, HLDMAINT).  ONLY STATUS H
      *                     STOPS AN ACCOUNT, AS BEFORE.
      *   15 OCT 2026  JM   TAX RATES ARE NOW EFFECTIVE-DATED (TAXREC
      *                     KEY IS JURISDICTION PLUS EFFECTIVE DATE,
      *                     MAINTAINED BY TAXMAINT).  2350-COMPUTE-TAX
      *                     USES THE RATE IN EFFECT ON THE INVOICE DATE,
      *                     SO A RATE CHANGE KEYED AHEAD OF TIME TAKES
      *                     HOLD ON THE RIGHT NIGHT BY ITSELF.
      *   15 OCT 2026  JM   DEFERRED REVENUE.  A QUARTERLY ACCOUNT
      *                     (BILLFREQ) IS BILLED THREE MONTHS OF SERVICE
      *                     IN ADVANCE, SO ITS RECURRING CHARGE IS NOW
      *                     CREDITED TO DEFERRED REVENUE (230100) ON
      *                     THE GL EXTRACT INSTEAD OF RECURRING REVENUE,
      *                     AND A RECOGNITION SCHEDULE (DEFREC COPYBOOK,
      *                     DEFSCHED) IS WRITTEN WITH ONE ROW PER MONTH
      *                     FOR THE MONTH-END JOB INVDEFR TO EARN.  THE
      *                     REGISTER ITEMIZES EACH DEFERRAL AND TOTALS
      *                     THEM.  NO BILLFREQ FILE MEANS EVERY ACCOUNT
      *                     BILLS MONTHLY AND NOTHING IS DEFERRED.
      *   15 OCT 2026  JM   ACCOUNT CLOSURE.  A CLOSING ACCOUNT
      *                     (INVMAINT CLOSE CARD) WHOSE SERVICE END DATE
      *                     FALLS IN THE CYCLE BEING BILLED GETS ITS
      *                     FINAL INVOICE: THE RECURRING CHARGE IS
      *                     PRORATED BY DAYS SERVED OVER DAYS IN THE
      *                     CYCLE, THE INVOICE IS FLAGGED FINAL, THE
      *                     REGISTER SHOWS THE PRORATION, AND THE MASTER
      *                     IS MARKED FINAL-BILLED SO INVDATE STOPS
      *                     ROLLING IT.  A FINAL QUARTERLY CHARGE IS
      *                     DEFERRED OVER THE MONTHS ACTUALLY SERVED.
      *                     REPLACES THE HAND-COMPUTED PARTIAL-MONTH
      *                     ADJUSTMENT.
      *   15 OCT 2026  JM   JOB-STREAM STEP LOG.  THE JOB RECORDS ITS
      *                     START AND COMPLETION ON STEPLOG WITH THE
      *                     SELECTION DATE AS THE CYCLE, AND REFUSES TO
      *                     RUN (RC 12) WHEN INVDATE HAS ALREADY RUN
      *                     FOR THE CYCLE.  NEW PARM TOKEN OVERRIDE.
      *   15 OCT 2026  JM   ALSO REFUSES (RC 12) A SECOND RUN FOR A
      *                     CYCLE INVGEN HAS ALREADY COMPLETED, WHICH
      *                     WOULD BILL EVERY DUE ACCOUNT TWICE.
      *   15 OCT 2026  JM   RESTART AFTER AN ABEND.  THE MASTER IS
      *                     STAMPED WITH THE SELECTION DATE WHEN BILLED
      *                     (IM-LAST-BILLED-DATE) AND AN ACCOUNT
      *                     ALREADY STAMPED IS BYPASSED AND COUNTED ON
      *                     THE REGISTER, ITS ADJUSTMENTS MARKED
      *                     APPLIED.  A RUN WHOSE LAST STEP-LOG RECORD
      *                     FOR THE CYCLE IS A START IS REFUSED (RC 12)
      *                     UNLESS OVERRIDE IS GIVEN.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVGEN.
               FILE STATUS IS WS-GL-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TX-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OI-STATUS.
           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BILL-FREQ-FILE ASSIGN TO "BILLFREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BF-CUSTOMER-NO
               FILE STATUS IS WS-BF-STATUS.
           SELECT DEFERRED-SCHEDULE-FILE ASSIGN TO "DEFSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
           COPY INVMASTR.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  INVOICE-FILE.
           COPY IVRECORD.
       FD  REGISTER-FILE.
           COPY GLREC.
       FD  TAX-RATE-FILE.
           COPY TAXREC.
       FD  OPEN-ITEM-FILE.
           COPY OIRECORD.
       FD  INVOICE-CONTROL-FILE.
       01  CTL-RECORD.
           05  CTL-KEY                  PIC X(08).
           05  CTL-LAST-INVOICE-NO      PIC 9(08).
           05  FILLER                   PIC X(64).
       FD  BILL-FREQ-FILE.
           COPY BFRECORD.
       FD  DEFERRED-SCHEDULE-FILE.
           COPY DEFREC.
       FD  STEP-LOG-FILE.
           COPY SLRECORD.
       WORKING-STORAGE SECTION.
           COPY DATETIME.
       01  WS-QUOTIENT          PIC S9(4) COMP.
       01  WS-ADJO-STATUS       PIC X(02).
       01  WS-GL-STATUS         PIC X(02).
       01  WS-TX-STATUS         PIC X(02).
       01  WS-OI-STATUS         PIC X(02).
       01  WS-CTL-STATUS        PIC X(02).
       01  WS-BF-STATUS         PIC X(02).
       01  WS-DS-STATUS         PIC X(02).
       01  WS-SL-STATUS         PIC X(02).
       01  WS-RUN-PARM          PIC X(40).
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN    OCCURS 3 TIMES PIC X(09).
       01  WS-TOKEN-LENGTHS.
           05  WS-TOKEN-LEN     OCCURS 3 TIMES PIC S9(04) COMP.
       01  WS-TOKEN-SUB         PIC S9(04) COMP.
       01  WS-SELECT-DATE       PIC X(08).
       01  WS-STEP-NAME         PIC X(08) VALUE "INVGEN".
       01  WS-CYCLE-DATE        PIC 9(08).
       01  WS-STEP-RUN-DATE     PIC 9(08).
       01  WS-STEP-RUN-TIME     PIC 9(08).
       01  WS-STEP-STATE        PIC X(01).
           88  STEP-STARTING    VALUE "S".
           88  STEP-COMPLETING  VALUE "C".
       01  WS-INVOICE-COUNT     PIC S9(07) COMP VALUE ZERO.
       01  WS-HELD-COUNT        PIC S9(07) COMP VALUE ZERO.
       01  WS-NO-AMOUNT-COUNT   PIC S9(07) COMP VALUE ZERO.
       01  WS-TOTAL-TAX         PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-INV-TAX-AMOUNT    PIC S9(09)V99 COMP.
       01  WS-TAX-BASE          PIC S9(09)V99 COMP.
       01  WS-TAX-RATE          PIC 9(01)V9(04).
       01  WS-TAX-DESCRIPTION   PIC X(20).
       01  WS-GL-DEBIT-TOTAL    PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL   PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-GL-LINE-ACCOUNT   PIC X(06).
       01  WS-GL-LINE-AMOUNT    PIC S9(09)V99 COMP.
       01  WS-GL-LINE-DESC      PIC X(25).

      *----------------------------------------------------------------*
      * OPEN-ITEM POSTING.  THE CONTROL RECORD KEY NAMES THE INVOICE
      * NUMBER COUNTER; THE TERMS ARE THE STANDARD NET DAYS FROM THE
      * INVOICE DATE TO THE DUE DATE.
      *----------------------------------------------------------------*
       01  WS-INVOICE-CTL-KEY   PIC X(08) VALUE "INVOICE ".
       01  WS-LAST-INVOICE-NO   PIC 9(08) VALUE ZEROS.
       01  WS-TERMS-DAYS        PIC S9(04) COMP VALUE 30.
       01  WS-DAYS-TO-ADD       PIC S9(04) COMP.
       01  WS-NEW-CHARGES       PIC S9(09)V99 COMP.
       01  WS-RELIEF-AMOUNT     PIC S9(09)V99 COMP.
       01  WS-ITEM-RELIEF       PIC S9(09)V99 COMP.
       01  WS-OPEN-ITEM-COUNT   PIC S9(07) COMP VALUE ZERO.
       01  WS-TOTAL-NEW-CHARGES PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-TOTAL-RELIEVED    PIC S9(09)V99 COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * DEFERRED REVENUE.  THE NUMBER OF SERVICE MONTHS A RECURRING
      * CHARGE COVERS COMES FROM THE BILLING FREQUENCY; ONLY A CHARGE
      * COVERING MORE THAN ONE MONTH IS DEFERRED.  THE PERIOD IS THE
      * YYYYMM EACH SCHEDULE ROW IS TO BE RECOGNIZED IN.
      *----------------------------------------------------------------*
       01  WS-DEFER-MONTHS      PIC S9(04) COMP.
       01  WS-DEFER-SEQ         PIC S9(04) COMP.
       01  WS-DEFER-MONTH-AMOUNT PIC S9(09)V99 COMP.
       01  WS-DEFER-REMAINING   PIC S9(09)V99 COMP.
       01  WS-DEFER-PERIOD      PIC 9(06).
       01  WS-DEFER-PERIOD-R REDEFINES WS-DEFER-PERIOD.
           05  WS-DEFER-YEAR        PIC 9(04).
           05  WS-DEFER-MONTH       PIC 9(02).
       01  WS-DEFERRED-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-SCHEDULE-ROW-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-TOTAL-DEFERRED    PIC S9(09)V99 COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * ACCOUNT CLOSURE.  THE CHARGE BILLED THIS CYCLE IS THE RECURRING
      * CHARGE, PRORATED BY DAYS SERVED OVER DAYS IN THE CYCLE ON THE
      * FINAL INVOICE OF A CLOSING ACCOUNT.  CYCLE LENGTHS COME FROM
      * SERIAL DAY NUMBERS, THE SAME WAY INVAGED AGES A BALANCE.
      *----------------------------------------------------------------*
       01  WS-BILL-CHARGE       PIC S9(09)V99 COMP.
       01  WS-CYCLE-MONTHS      PIC S9(04) COMP.
       01  WS-CYCLE-START-DAYNO PIC S9(09) COMP.
       01  WS-CYCLE-NEXT-DAYNO  PIC S9(09) COMP.
       01  WS-SERVICE-END-DAYNO PIC S9(09) COMP.
       01  WS-CYCLE-DAYS        PIC S9(09) COMP.
       01  WS-DAYS-SERVED       PIC S9(09) COMP.
       01  WS-SERVICE-MONTHS    PIC S9(04) COMP.
       01  WS-DAY-NUMBER        PIC S9(09) COMP.
       01  WS-LEAP-QUOT-4       PIC S9(09) COMP.
       01  WS-LEAP-QUOT-100     PIC S9(09) COMP.
       01  WS-LEAP-QUOT-400     PIC S9(09) COMP.
       01  WS-FINAL-INVOICE-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-FINAL-BYPASS-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-BILLED-BYPASS-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-ADJ-RETIRED-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-CUM-DAYS-VALUES       PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS OCCURS 12 TIMES PIC 9(03).

      *----------------------------------------------------------------*
      * THE ADJUSTMENTS FILE IS LOADED INTO THIS TABLE AT START OF
      * RUN.  ROWS ALREADY FLAGGED APPLIED ON INPUT (LAST RUN'S TRAIL)
               88  GL-OUT-OF-BALANCE VALUE "N".
           05  WS-TAX-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  TAX-RATE-FOUND   VALUE "Y".
           05  WS-TAX-SCAN-SWITCH   PIC X(01) VALUE "N".
               88  TAX-SCAN-DONE    VALUE "Y".
           05  WS-OI-DONE-SWITCH    PIC X(01) VALUE "N".
               88  OPEN-ITEMS-DONE  VALUE "Y".
           05  WS-BF-FILE-SWITCH    PIC X(01) VALUE "N".
               88  BILL-FREQ-FILE-PRESENT VALUE "Y".
           05  WS-FINAL-INVOICE-SWITCH PIC X(01) VALUE "N".
               88  FINAL-INVOICE    VALUE "Y".
           05  WS-OVERRIDE-SWITCH   PIC X(01) VALUE "N".
               88  OVERRIDE-SUPPLIED VALUE "Y".
           05  WS-PARM-ERROR-SWITCH PIC X(01) VALUE "N".
               88  PARM-ERROR       VALUE "Y".
           05  WS-SL-EOF-SWITCH     PIC X(01) VALUE "N".
               88  SL-END-OF-FILE   VALUE "Y".
           05  WS-ROLLED-SWITCH     PIC X(01) VALUE "N".
               88  CYCLE-ALREADY-ROLLED VALUE "Y".
           05  WS-LAST-GEN-FLAG     PIC X(01) VALUE SPACE.
               88  CYCLE-ALREADY-BILLED VALUE "C".
               88  CYCLE-BILLING-DIED VALUE "S".

       01  WS-REPORT-TITLE-LINE.
           05  FILLER               PIC X(26)
           05  RG-OUTSTANDING-BAL   PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-TOTAL-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-INVOICE-NO        PIC 9(08).
           05  FILLER               PIC X(13) VALUE SPACES.
       01  WS-TAX-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE "TAX ".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TA-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(37) VALUE SPACES.
       01  WS-DEFERRAL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE "DEF ".
           05  DF-MONTHS            PIC Z9.
           05  FILLER               PIC X(19)
               VALUE " MONTHS FROM PERIOD".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DF-FIRST-PERIOD      PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DF-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(32) VALUE SPACES.
       01  WS-FINAL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "FINAL ".
           05  FN-DAYS-SERVED       PIC ZZ9.
           05  FILLER               PIC X(04) VALUE " OF ".
           05  FN-CYCLE-DAYS        PIC ZZ9.
           05  FILLER               PIC X(09) VALUE " DAYS TO ".
           05  FN-END-DATE          PIC X(08).
           05  FILLER               PIC X(06) VALUE " FULL ".
           05  FN-FULL-CHARGE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(26) VALUE SPACES.
       01  WS-ADJUSTMENT-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE "ADJ ".
           .

       0500-INITIALIZE.
           PERFORM 0510-READ-RUN-PARAMETER
           MOVE WS-CYCLE-DATE TO WS-SELECT-DATE
           IF  OVERRIDE-SUPPLIED
               DISPLAY "INVGEN - STEP-LOG CHECK BYPASSED BY PARM "
                       "OVERRIDE"
           ELSE
               PERFORM 0700-CHECK-STEP-LOG
           END-IF
           SET STEP-STARTING TO TRUE
           PERFORM 8900-APPEND-STEP-LOG
           OPEN I-O INVOICE-MASTER-FILE
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "INVGEN - UNABLE TO OPEN INVOICE-MASTER, "
                       "STATUS = " WS-IM-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0560-OPEN-HOLD-FILE
           PERFORM 0580-OPEN-OPEN-ITEM-FILE
           PERFORM 0590-OPEN-CONTROL-FILE
           PERFORM 0565-OPEN-BILL-FREQ-FILE
           PERFORM 0595-OPEN-DEFERRED-SCHEDULE
           PERFORM 0570-LOAD-ADJUSTMENTS
           OPEN OUTPUT ADJUSTMENT-OUT-FILE
           IF  WS-ADJO-STATUS NOT EQUAL "00"
           PERFORM 1150-READ-NEXT-CUSTOMER
           .

      *----------------------------------------------------------------*
      * THE OPTIONAL PARM IS UP TO TWO BLANK-SEPARATED TOKENS IN ANY
      * ORDER:
      *   YYYYMMDD        THE SELECTION DATE, WHICH IS ALSO THE BILLING
      *                   CYCLE LOGGED ON THE STEP LOG
      *                   (DEFAULT: TODAY'S DATE)
      *   OVERRIDE        FORCE PAST THE STEP-LOG PREREQUISITE CHECK
      *                   (A DELIBERATE RERUN OUT OF THE NORMAL ORDER)
      * THE RUN DATE AND TIME STAMPED ON THE STEP LOG ARE TAKEN HERE.
      *----------------------------------------------------------------*
       0510-READ-RUN-PARAMETER.
           ACCEPT WS-STEP-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-RUN-TIME FROM TIME
           MOVE WS-STEP-RUN-DATE TO WS-CYCLE-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF  WS-RUN-PARM NOT EQUAL SPACES
               MOVE SPACES TO WS-PARM-TOKENS
               UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
                   INTO WS-PARM-TOKEN (1) COUNT IN WS-TOKEN-LEN (1)
                        WS-PARM-TOKEN (2) COUNT IN WS-TOKEN-LEN (2)
                        WS-PARM-TOKEN (3) COUNT IN WS-TOKEN-LEN (3)
               END-UNSTRING
               IF  WS-PARM-TOKEN (3) NOT EQUAL SPACES
                   DISPLAY "INVGEN - TOO MANY PARM TOKENS, EXTRA = "
                           WS-PARM-TOKEN (3)
                   GO TO 9999-END
               END-IF
               PERFORM 0520-EDIT-ONE-PARM-TOKEN
                   VARYING WS-TOKEN-SUB FROM 1 BY 1
                   UNTIL WS-TOKEN-SUB GREATER THAN 2
               IF  PARM-ERROR
                   GO TO 9999-END
               END-IF
           END-IF
           .

       0520-EDIT-ONE-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-TOKEN-SUB) EQUAL SPACES
                   CONTINUE
               WHEN WS-TOKEN-LEN (WS-TOKEN-SUB) GREATER THAN 8
                   DISPLAY "INVGEN - PARM TOKEN TOO LONG, MUST BE "
                           "YYYYMMDD OR OVERRIDE = "
                           WS-PARM-TOKEN (WS-TOKEN-SUB)
                   SET PARM-ERROR TO TRUE
               WHEN WS-PARM-TOKEN (WS-TOKEN-SUB) EQUAL "OVERRIDE"
                   SET OVERRIDE-SUPPLIED TO TRUE
               WHEN WS-PARM-TOKEN (WS-TOKEN-SUB) (1:8) IS NUMERIC
                   AND WS-PARM-TOKEN (WS-TOKEN-SUB) (1:8)
                       NOT EQUAL ZEROS
                   MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (1:8)
                       TO WS-CYCLE-DATE
               WHEN OTHER
                   DISPLAY "INVGEN - INVALID PARM TOKEN, MUST BE "
                           "YYYYMMDD OR OVERRIDE = "
                           WS-PARM-TOKEN (WS-TOKEN-SUB)
                   SET PARM-ERROR TO TRUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * INVDATE ROLLS EVERY BILLED ACCOUNT'S INVOICE DATE PAST THE
      * CYCLE.  ONCE ANY INVDATE RUN (EVEN ONE PARTITION, EVEN ONE THAT
      * DIED PART WAY) IS ON THE STEP LOG FOR THIS CYCLE, SELECTING ON
      * THE CYCLE DATE FINDS NOTHING OR ONLY PART OF THE FILE, SO THE
      * RUN IS REFUSED RATHER THAN REPORTING A QUIET NIGHT.  A SECOND
      * COMPLETED INVGEN FOR THE CYCLE IS REFUSED TOO: UNTIL THE ROLL
      * THE SAME ACCOUNTS SELECT AGAIN, AND EACH WOULD BE BILLED TWICE
      * -- BALANCE CARRIED FORWARD PLUS A SECOND CHARGE, A SECOND OPEN
      * ITEM, A SECOND GL DEBIT AND A SECOND DEFERRAL SCHEDULE.  SO IS
      * A RERUN AFTER ONE THAT DIED PART WAY (ITS LAST RECORD FOR THE
      * CYCLE IS A START): THE OPERATOR MUST DECIDE, AND A FORCED
      * RERUN THEN BYPASSES THE ACCOUNTS ALREADY STAMPED AS BILLED.
      *----------------------------------------------------------------*
       0700-CHECK-STEP-LOG.
           OPEN INPUT STEP-LOG-FILE
           EVALUATE TRUE
               WHEN WS-SL-STATUS EQUAL "00"
                   PERFORM 0710-SCAN-STEP-LOG UNTIL SL-END-OF-FILE
                   CLOSE STEP-LOG-FILE
               WHEN WS-SL-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVGEN - UNABLE TO OPEN STEP-LOG-FILE, "
                           "STATUS = " WS-SL-STATUS
                   GO TO 9999-END
           END-EVALUATE
           IF  CYCLE-ALREADY-ROLLED
               DISPLAY "INVGEN - INVDATE HAS ALREADY RUN FOR CYCLE "
                       WS-CYCLE-DATE ", RUN REFUSED."
               GO TO 9990-STEP-REFUSED
           END-IF
           IF  CYCLE-ALREADY-BILLED
               DISPLAY "INVGEN - ALREADY COMPLETED FOR CYCLE "
                       WS-CYCLE-DATE ", RUN REFUSED."
               GO TO 9990-STEP-REFUSED
           END-IF
           IF  CYCLE-BILLING-DIED
               DISPLAY "INVGEN - EARLIER RUN FOR CYCLE " WS-CYCLE-DATE
                       " DID NOT COMPLETE, RUN REFUSED."
               GO TO 9990-STEP-REFUSED
           END-IF
           .

       0710-SCAN-STEP-LOG.
           READ STEP-LOG-FILE
               AT END
                   SET SL-END-OF-FILE TO TRUE
           END-READ
           IF  NOT SL-END-OF-FILE
               IF  SL-STEP-NAME EQUAL "INVDATE"
                   AND SL-CYCLE-DATE EQUAL WS-CYCLE-DATE
                   SET CYCLE-ALREADY-ROLLED TO TRUE
               END-IF
               IF  SL-STEP-NAME EQUAL "INVGEN"
                   AND SL-CYCLE-DATE EQUAL WS-CYCLE-DATE
                   AND NOT CYCLE-ALREADY-BILLED
                   MOVE SL-STEP-STATUS TO WS-LAST-GEN-FLAG
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * SAME RULE AS THE DATE ROLL: NO HOLD FILE MEANS NO ACCOUNTS
      * HELD; ANY OPEN FAILURE OTHER THAN FILE-NOT-FOUND STOPS THE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * SAME RULE AGAIN: NO BILL-FREQ FILE MEANS EVERY ACCOUNT BILLS
      * MONTHLY, AS INVDATE TREATS AN ACCOUNT WITH NO RECORD, AND
      * NOTHING IS DEFERRED.
      *----------------------------------------------------------------*
       0565-OPEN-BILL-FREQ-FILE.
           OPEN INPUT BILL-FREQ-FILE
           EVALUATE TRUE
               WHEN WS-BF-STATUS EQUAL "00"
                   SET BILL-FREQ-FILE-PRESENT TO TRUE
               WHEN WS-BF-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVGEN - UNABLE TO OPEN BILL-FREQ-FILE, "
                           "STATUS = " WS-BF-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * LOAD THE ADJUSTMENTS FILE.  SAME RULE AS THE HOLD FILE: NO
      * FILE MEANS NO ADJUSTMENTS, ANY OTHER OPEN FAILURE STOPS THE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * THE OPEN-ITEM FILE IS PERMANENT, SO THE VERY FIRST RUN FINDS
      * NONE ON DISK (STATUS 35) AND CREATES IT EMPTY, THE SAME WAY
      * INVDATE CREATES ITS CHECKPOINT FILE.
      *----------------------------------------------------------------*
       0580-OPEN-OPEN-ITEM-FILE.
           OPEN I-O OPEN-ITEM-FILE
           IF  WS-OI-STATUS EQUAL "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF
           IF  WS-OI-STATUS NOT EQUAL "00"
               DISPLAY "INVGEN - UNABLE TO OPEN OPEN-ITEM-FILE, "
                       "STATUS = " WS-OI-STATUS
               GO TO 9999-END
           END-IF
           .

      *----------------------------------------------------------------*
      * THE INVOICE-NUMBER CONTROL RECORD.  CREATED (FILE AND RECORD)
      * ON THE FIRST RUN WITH A LAST NUMBER OF ZERO; FROM THEN ON EACH
      * NUMBER ISSUED IS REWRITTEN BACK BEFORE THE INVOICE GOES OUT,
      * SO A RUN THAT DIES PART WAY NEVER HANDS OUT A NUMBER TWICE.
      *----------------------------------------------------------------*
       0590-OPEN-CONTROL-FILE.
           OPEN I-O INVOICE-CONTROL-FILE
           IF  WS-CTL-STATUS EQUAL "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF
           IF  WS-CTL-STATUS NOT EQUAL "00"
               DISPLAY "INVGEN - UNABLE TO OPEN INVOICE-CONTROL-FILE, "
                       "STATUS = " WS-CTL-STATUS
               GO TO 9999-END
           END-IF
           MOVE WS-INVOICE-CTL-KEY TO CTL-KEY
           READ INVOICE-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO CTL-RECORD
                   MOVE WS-INVOICE-CTL-KEY TO CTL-KEY
                   MOVE ZEROS TO CTL-LAST-INVOICE-NO
                   WRITE CTL-RECORD
           END-READ
           IF  WS-CTL-STATUS NOT EQUAL "00"
               DISPLAY "INVGEN - UNABLE TO READ INVOICE CONTROL, "
                       "STATUS = " WS-CTL-STATUS
               GO TO 9999-END
           END-IF
           MOVE CTL-LAST-INVOICE-NO TO WS-LAST-INVOICE-NO
           .

      *----------------------------------------------------------------*
      * THE DEFERRED REVENUE SCHEDULE IS PERMANENT LIKE THE OPEN-ITEM
      * FILE AND IS CREATED EMPTY THE SAME WAY ON THE FIRST RUN.
      *----------------------------------------------------------------*
       0595-OPEN-DEFERRED-SCHEDULE.
           OPEN I-O DEFERRED-SCHEDULE-FILE
           IF  WS-DS-STATUS EQUAL "35"
               OPEN OUTPUT DEFERRED-SCHEDULE-FILE
               CLOSE DEFERRED-SCHEDULE-FILE
               OPEN I-O DEFERRED-SCHEDULE-FILE
           END-IF
           IF  WS-DS-STATUS NOT EQUAL "00"
               DISPLAY "INVGEN - UNABLE TO OPEN DEFERRED-SCHEDULE, "
                       "STATUS = " WS-DS-STATUS
               GO TO 9999-END
           END-IF
           .

       0575-LOAD-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   ADD 1 TO WS-HELD-COUNT
               WHEN INVALID-RECORD
                   ADD 1 TO WS-INVALID-COUNT
               WHEN IM-ACCOUNT-CLOSING
                   AND IM-SERVICE-END-DATE NOT NUMERIC
                   ADD 1 TO WS-INVALID-COUNT
               WHEN IM-ACCOUNT-FINAL-BILLED
                   ADD 1 TO WS-FINAL-BYPASS-COUNT
               WHEN IM-LAST-BILLED-DATE EQUAL WS-SELECT-DATE
                   ADD 1 TO WS-BILLED-BYPASS-COUNT
                   PERFORM 1350-RETIRE-BILLED-ADJUSTMENTS
               WHEN IM-RECURRING-CHARGE NOT NUMERIC
                   OR IM-OUTSTANDING-BALANCE NOT NUMERIC
                   ADD 1 TO WS-NO-AMOUNT-COUNT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * AN ACCOUNT ALREADY STAMPED AS BILLED FOR THE SELECTION DATE WAS
      * INVOICED BY AN EARLIER RUN THAT DIED BEFORE END OF JOB.  ITS
      * ADJUSTMENTS WENT ON THAT INVOICE, BUT THE ADJUSTMENTS FILE IS
      * ONLY WRITTEN AT END OF JOB, SO THEY ARE STILL UNAPPLIED HERE.
      * THEY ARE MARKED APPLIED WITH THE SELECTION DATE (NOT ITEMIZED
      * OR TOTALLED -- THIS RUN DID NOT BILL THEM) SO THEY DO NOT
      * CARRY FORWARD AND BILL AGAIN NEXT CYCLE.
      *----------------------------------------------------------------*
       1350-RETIRE-BILLED-ADJUSTMENTS.
           PERFORM 1360-RETIRE-ONE-ADJUSTMENT
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB GREATER THAN WS-ADJ-COUNT
           .

       1360-RETIRE-ONE-ADJUSTMENT.
           IF  WS-ADJ-CUSTOMER-NO (WS-ADJ-SUB) EQUAL IM-CUSTOMER-NO
               AND WS-ADJ-APPLIED-FLAG (WS-ADJ-SUB) NOT EQUAL "Y"
               MOVE "Y" TO WS-ADJ-APPLIED-FLAG (WS-ADJ-SUB)
               MOVE WS-SELECT-DATE
                   TO WS-ADJ-APPLIED-DATE (WS-ADJ-SUB)
               ADD 1 TO WS-ADJ-RETIRED-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * SAME EDITS AS 1900-VALIDATE-CUSTOMER-DATA IN INVDATE: YEAR
      * NUMERIC AND NOT BEFORE 1900, IM-CURRENT-YEAR IN AGREEMENT WITH
      * UNAPPLIED, CARRYING FORWARD FOR THE BILLING TEAM TO RESOLVE.
      *----------------------------------------------------------------*
       2000-GENERATE-INVOICE.
           PERFORM 2100-DETERMINE-BILL-CHARGE
           PERFORM 2300-SELECT-ADJUSTMENTS
           PERFORM 2350-COMPUTE-TAX
           IF  NOT TAX-RATE-FOUND
               ADD 1 TO WS-NO-TAXRATE-COUNT
           ELSE
               COMPUTE WS-INVOICE-TOTAL
                   = WS-BILL-CHARGE + IM-OUTSTANDING-BALANCE
                   + WS-INV-ADJ-CHARGES - WS-INV-ADJ-CREDITS
                   + WS-INV-TAX-AMOUNT
               IF  WS-INVOICE-TOTAL LESS THAN ZERO
      * JURISDICTION WITH NO RATE ON FILE LEAVES THE SWITCH OFF AND
      * THE CUSTOMER IS NOT INVOICED; MASTERS LOADED BEFORE THE
      * JURISDICTION CODE EXISTED CARRY SPACES THERE AND FALL OUT THE
      * SAME WAY UNTIL AN INVMAINT CHANGE SETS THE CODE.  THE RATE
      * USED IS THE ONE IN EFFECT ON THE INVOICE DATE: THE
      * JURISDICTION'S ROWS ARE READ FORWARD FROM ITS FIRST KEY AND
      * THE LAST ONE EFFECTIVE ON OR BEFORE THE INVOICE DATE WINS.  A
      * JURISDICTION WHOSE FIRST RATE TAKES EFFECT AFTER THE INVOICE
      * DATE HAS NO RATE IN EFFECT AND IS NOT INVOICED.
      *----------------------------------------------------------------*
       2350-COMPUTE-TAX.
           MOVE "N" TO WS-TAX-FOUND-SWITCH
           MOVE "N" TO WS-TAX-SCAN-SWITCH
           MOVE ZERO TO WS-INV-TAX-AMOUNT
           MOVE IM-JURISDICTION-CODE TO TX-JURISDICTION-CODE
           MOVE LOW-VALUES TO TX-EFFECTIVE-DATE
           START TAX-RATE-FILE KEY IS NOT LESS THAN TX-KEY
               INVALID KEY
                   SET TAX-SCAN-DONE TO TRUE
           END-START
           PERFORM 2360-CHECK-ONE-TAX-RATE UNTIL TAX-SCAN-DONE
           IF  TAX-RATE-FOUND
               COMPUTE WS-TAX-BASE
                   = WS-BILL-CHARGE
                   + WS-INV-ADJ-CHARGES - WS-INV-ADJ-CREDITS
               IF  WS-TAX-BASE GREATER THAN ZERO
                   COMPUTE WS-INV-TAX-AMOUNT ROUNDED
                       = WS-TAX-BASE * WS-TAX-RATE
               END-IF
           END-IF
           .

       2360-CHECK-ONE-TAX-RATE.
           READ TAX-RATE-FILE NEXT RECORD
               AT END
                   SET TAX-SCAN-DONE TO TRUE
           END-READ
           IF  NOT TAX-SCAN-DONE
               IF  TX-JURISDICTION-CODE NOT EQUAL IM-JURISDICTION-CODE
                   OR TX-EFFECTIVE-DATE
                       GREATER THAN IM-CURRENT-INVOICE-DATE
                   SET TAX-SCAN-DONE TO TRUE
               ELSE
                   SET TAX-RATE-FOUND TO TRUE
                   MOVE TX-TAX-RATE    TO WS-TAX-RATE
                   MOVE TX-DESCRIPTION TO WS-TAX-DESCRIPTION
               END-IF
           END-IF
           .

       2050-WRITE-INVOICE-RECORD.
           ADD 1 TO WS-INVOICE-COUNT
           PERFORM 2500-ASSIGN-INVOICE-NUMBER
           MOVE SPACES TO IV-RECORD
           MOVE WS-LAST-INVOICE-NO      TO IV-INVOICE-NO
           MOVE IM-CUSTOMER-NO          TO IV-CUSTOMER-NO
           MOVE IM-CURRENT-INVOICE-DATE TO IV-INVOICE-DATE
           MOVE WS-BILL-CHARGE          TO IV-RECURRING-CHARGE
           MOVE IM-OUTSTANDING-BALANCE  TO IV-OUTSTANDING-BALANCE
           MOVE WS-INV-ADJ-CHARGES      TO IV-ADJ-CHARGES
           MOVE WS-INV-ADJ-CREDITS      TO IV-ADJ-CREDITS
           MOVE WS-INV-TAX-AMOUNT       TO IV-TAX-AMOUNT
           MOVE IM-JURISDICTION-CODE    TO IV-JURISDICTION-CODE
           MOVE WS-INVOICE-TOTAL        TO IV-TOTAL-AMOUNT
           IF  FINAL-INVOICE
               SET IV-FINAL-INVOICE     TO TRUE
           END-IF
           WRITE IV-RECORD
           ADD WS-BILL-CHARGE         TO WS-TOTAL-CHARGE
           ADD IM-OUTSTANDING-BALANCE TO WS-TOTAL-BALANCE
           ADD WS-INV-TAX-AMOUNT      TO WS-TOTAL-TAX
           ADD WS-INVOICE-TOTAL       TO WS-TOTAL-AMOUNT
           MOVE IM-CUSTOMER-NO          TO RG-CUSTOMER-NO
           MOVE IM-CURRENT-INVOICE-DATE TO RG-INVOICE-DATE
           MOVE WS-BILL-CHARGE          TO RG-RECURRING-CHARGE
           MOVE IM-OUTSTANDING-BALANCE  TO RG-OUTSTANDING-BAL
           MOVE IV-TOTAL-AMOUNT         TO RG-TOTAL-AMOUNT
           MOVE IV-INVOICE-NO           TO RG-INVOICE-NO
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE
           IF  WS-INV-TAX-AMOUNT GREATER THAN ZERO
               MOVE IM-JURISDICTION-CODE TO TA-JURISDICTION-CODE
               MOVE WS-TAX-DESCRIPTION   TO TA-DESCRIPTION
               MOVE WS-INV-TAX-AMOUNT    TO TA-AMOUNT
               WRITE REGISTER-RECORD FROM WS-TAX-LINE
           END-IF
           IF  FINAL-INVOICE
               ADD 1 TO WS-FINAL-INVOICE-COUNT
               MOVE WS-DAYS-SERVED      TO FN-DAYS-SERVED
               MOVE WS-CYCLE-DAYS       TO FN-CYCLE-DAYS
               MOVE IM-SERVICE-END-DATE TO FN-END-DATE
               MOVE IM-RECURRING-CHARGE TO FN-FULL-CHARGE
               WRITE REGISTER-RECORD FROM WS-FINAL-LINE
               SET IM-ACCOUNT-FINAL-BILLED TO TRUE
               MOVE IM-CURRENT-INVOICE-DATE TO IM-FINAL-INVOICE-DATE
           END-IF
           PERFORM 2400-APPLY-ADJUSTMENTS
           PERFORM 2600-POST-OPEN-ITEM
           PERFORM 2900-SCHEDULE-DEFERRED-REVENUE
           .

      *----------------------------------------------------------------*
      * AN ACTIVE ACCOUNT BILLS ITS FULL RECURRING CHARGE.  SO DOES A
      * CLOSING ACCOUNT WHOSE SERVICE RUNS PAST THE END OF THE CYCLE
      * THIS INVOICE OPENS -- IT IS NOT ITS LAST CYCLE YET.  OTHERWISE
      * THIS IS THE FINAL INVOICE: THE CHARGE IS PRORATED BY THE DAYS
      * FROM THE INVOICE DATE THROUGH THE SERVICE END DATE OVER THE
      * DAYS IN THE CYCLE, ROUNDED TO THE CENT.  CHARGES ARE BILLED IN
      * ADVANCE, SO A SERVICE END DATE BEFORE THE INVOICE DATE MEANS
      * NO DAYS OF THE NEW CYCLE WERE SERVED AND NO RECURRING CHARGE;
      * THE FINAL INVOICE STILL GOES OUT FOR THE BALANCE AND ANY
      * ADJUSTMENTS.  UNUSED DAYS OF A CYCLE ALREADY BILLED IN FULL
      * ARE REFUNDED BY A CREDIT ADJUSTMENT, NOT HERE.
      *----------------------------------------------------------------*
       2100-DETERMINE-BILL-CHARGE.
           MOVE "N" TO WS-FINAL-INVOICE-SWITCH
           MOVE IM-RECURRING-CHARGE TO WS-BILL-CHARGE
           IF  IM-ACCOUNT-CLOSING
               PERFORM 2910-LOOKUP-BILL-FREQUENCY
               MOVE IM-CURRENT-INVOICE-DATE TO WS-CURRENT-DATE
               PERFORM 2130-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-CYCLE-START-DAYNO
               PERFORM 2110-ADVANCE-ONE-CYCLE
               PERFORM 2130-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-CYCLE-NEXT-DAYNO
               MOVE IM-SERVICE-END-DATE TO WS-CURRENT-DATE
               PERFORM 2130-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-SERVICE-END-DAYNO
               COMPUTE WS-CYCLE-DAYS
                   = WS-CYCLE-NEXT-DAYNO - WS-CYCLE-START-DAYNO
               COMPUTE WS-DAYS-SERVED
                   = WS-SERVICE-END-DAYNO - WS-CYCLE-START-DAYNO + 1
               IF  WS-DAYS-SERVED NOT GREATER THAN WS-CYCLE-DAYS
                   PERFORM 2120-PRORATE-FINAL-CHARGE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * STEP WS-CURRENT-DATE FORWARD ONE BILLING CYCLE, THE SAME
      * INTERVALS INVDATE ROLLS BY: SEVEN OR FOURTEEN DAYS, OR ONE OR
      * THREE MONTHS TO THE SAME DAY, PULLED BACK TO MONTH-END WHEN THE
      * TARGET MONTH IS SHORTER.
      *----------------------------------------------------------------*
       2110-ADVANCE-ONE-CYCLE.
           EVALUATE TRUE
               WHEN FREQ-WEEKLY
                   MOVE 7 TO WS-DAYS-TO-ADD
                   PERFORM 2800-ADD-DAYS-TO-CURRENT-DATE
               WHEN FREQ-BIWEEKLY
                   MOVE 14 TO WS-DAYS-TO-ADD
                   PERFORM 2800-ADD-DAYS-TO-CURRENT-DATE
               WHEN OTHER
                   IF  FREQ-QUARTERLY
                       MOVE 3 TO WS-CYCLE-MONTHS
                   ELSE
                       MOVE 1 TO WS-CYCLE-MONTHS
                   END-IF
                   ADD WS-CYCLE-MONTHS TO WS-CURRENT-MONTH
                   IF  WS-CURRENT-MONTH GREATER THAN 12
                       SUBTRACT 12 FROM WS-CURRENT-MONTH
                       ADD 1 TO WS-CURRENT-YEAR
                   END-IF
                   PERFORM 1920-DETERMINE-MAX-DAY-IN-MONTH
                   IF  WS-CURRENT-DAY GREATER THAN WS-MAX-DAY-THIS-MONTH
                       MOVE WS-MAX-DAY-THIS-MONTH TO WS-CURRENT-DAY
                   END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * THE FINAL CYCLE.  THE SERVICE MONTHS (INVOICE MONTH THROUGH
      * SERVICE END MONTH) SIZE THE DEFERRAL OF A QUARTERLY FINAL
      * CHARGE IN 2900-SCHEDULE-DEFERRED-REVENUE.  WS-CURRENT-DATE
      * STILL HOLDS THE SERVICE END DATE FROM 2100.
      *----------------------------------------------------------------*
       2120-PRORATE-FINAL-CHARGE.
           SET FINAL-INVOICE TO TRUE
           IF  WS-DAYS-SERVED LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-SERVED
           END-IF
           IF  WS-DAYS-SERVED LESS THAN WS-CYCLE-DAYS
               COMPUTE WS-BILL-CHARGE ROUNDED
                   = IM-RECURRING-CHARGE * WS-DAYS-SERVED
                   / WS-CYCLE-DAYS
           END-IF
           MOVE IM-CURRENT-INVOICE-DATE (1:6) TO WS-DEFER-PERIOD
           COMPUTE WS-SERVICE-MONTHS
               = (WS-CURRENT-YEAR * 12 + WS-CURRENT-MONTH)
               - (WS-DEFER-YEAR * 12 + WS-DEFER-MONTH) + 1
           IF  WS-SERVICE-MONTHS LESS THAN 1
               MOVE 1 TO WS-SERVICE-MONTHS
           END-IF
           IF  WS-SERVICE-MONTHS GREATER THAN 3
               MOVE 3 TO WS-SERVICE-MONTHS
           END-IF
           .

      *----------------------------------------------------------------*
      * SERIAL DAY NUMBER OF WS-CURRENT-DATE.  SAME LOGIC AS THE
      * PARAGRAPH 2900-COMPUTE-DAY-NUMBER IN INVAGED.
      *----------------------------------------------------------------*
       2130-COMPUTE-DAY-NUMBER.
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
           END-IF
           .

      *----------------------------------------------------------------*
      * NEXT INVOICE NUMBER, REWRITTEN TO THE CONTROL RECORD AT ONCE.
      * A FAILED REWRITE STOPS THE JOB: AN INVOICE NUMBER THAT IS NOT
      * ON THE CONTROL RECORD WOULD BE ISSUED AGAIN TOMORROW.
      *----------------------------------------------------------------*
       2500-ASSIGN-INVOICE-NUMBER.
           ADD 1 TO WS-LAST-INVOICE-NO
           MOVE WS-LAST-INVOICE-NO TO CTL-LAST-INVOICE-NO
           REWRITE CTL-RECORD
           IF  WS-CTL-STATUS NOT EQUAL "00"
               DISPLAY "INVGEN - UNABLE TO REWRITE INVOICE CONTROL, "
                       "STATUS = " WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-END
           END-IF
           .

      *----------------------------------------------------------------*
      * POST THE INVOICE TO THE SUBLEDGER.  THE NEW CHARGES ARE THE
      * INVOICE TOTAL LESS THE BALANCE CARRIED IN -- THAT BALANCE IS
      * ALREADY OPEN UNDER EARLIER INVOICES.  POSITIVE NEW CHARGES
      * BECOME ONE OPEN ITEM DUE AT THE STANDARD TERMS; NEGATIVE ONES
      * (CREDITS GREATER THAN THE CYCLE'S CHARGES, THOUGH NOT THE
      * WHOLE BALANCE) RELIEVE THE OLDEST OPEN ITEMS.  EITHER WAY THE
      * MASTER BALANCE BECOMES THE INVOICE TOTAL, AND THE MASTER IS
      * STAMPED BILLED FOR THE SELECTION DATE SO A RERUN AFTER AN
      * ABEND CANNOT BILL IT AGAIN.
      *----------------------------------------------------------------*
       2600-POST-OPEN-ITEM.
           COMPUTE WS-NEW-CHARGES
               = WS-INVOICE-TOTAL - IM-OUTSTANDING-BALANCE
           EVALUATE TRUE
               WHEN WS-NEW-CHARGES GREATER THAN ZERO
                   PERFORM 2650-WRITE-OPEN-ITEM
               WHEN WS-NEW-CHARGES LESS THAN ZERO
                   COMPUTE WS-RELIEF-AMOUNT = ZERO - WS-NEW-CHARGES
                   PERFORM 2700-RELIEVE-OPEN-ITEMS
           END-EVALUATE
           ADD WS-NEW-CHARGES TO WS-TOTAL-NEW-CHARGES
           MOVE WS-INVOICE-TOTAL TO IM-OUTSTANDING-BALANCE
           MOVE WS-SELECT-DATE TO IM-LAST-BILLED-DATE
           REWRITE IM-RECORD
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "INVGEN - BALANCE REWRITE FAILED FOR CUSTOMER "
                       IM-CUSTOMER-NO ", STATUS = " WS-IM-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       2650-WRITE-OPEN-ITEM.
           MOVE SPACES TO OI-RECORD
           MOVE IM-CUSTOMER-NO          TO OI-CUSTOMER-NO
           MOVE WS-LAST-INVOICE-NO      TO OI-INVOICE-NO
           MOVE IM-CURRENT-INVOICE-DATE TO OI-INVOICE-DATE
           MOVE IM-CURRENT-INVOICE-DATE TO WS-CURRENT-DATE
           MOVE WS-TERMS-DAYS           TO WS-DAYS-TO-ADD
           PERFORM 2800-ADD-DAYS-TO-CURRENT-DATE
           MOVE WS-CURRENT-DATE         TO OI-DUE-DATE
           MOVE WS-NEW-CHARGES          TO OI-ORIGINAL-AMOUNT
           MOVE WS-NEW-CHARGES          TO OI-OPEN-AMOUNT
           SET OI-ITEM-OPEN             TO TRUE
           MOVE IM-CURRENT-INVOICE-DATE TO OI-LAST-ACTIVITY-DATE
           WRITE OI-RECORD
               INVALID KEY
                   DISPLAY "INVGEN - OPEN ITEM ALREADY ON FILE FOR "
                           OI-KEY ", STATUS = " WS-OI-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-OPEN-ITEM-COUNT
           END-WRITE
           .

      *----------------------------------------------------------------*
      * RELIEVE WS-RELIEF-AMOUNT AGAINST THE CUSTOMER'S OPEN ITEMS,
      * OLDEST INVOICE NUMBER FIRST.  ANY CREDIT LEFT WHEN THE ITEMS
      * RUN OUT CAME OFF A BALANCE CARRIED FROM BEFORE THE OPEN-ITEM
      * FILE EXISTED; IT REDUCES THE MASTER ONLY.
      *----------------------------------------------------------------*
       2700-RELIEVE-OPEN-ITEMS.
           MOVE "N" TO WS-OI-DONE-SWITCH
           MOVE IM-CUSTOMER-NO TO OI-CUSTOMER-NO
           MOVE ZEROS          TO OI-INVOICE-NO
           START OPEN-ITEM-FILE KEY NOT LESS THAN OI-KEY
               INVALID KEY
                   SET OPEN-ITEMS-DONE TO TRUE
           END-START
           PERFORM 2710-RELIEVE-ONE-OPEN-ITEM
               UNTIL OPEN-ITEMS-DONE
               OR WS-RELIEF-AMOUNT NOT GREATER THAN ZERO
           .

       2710-RELIEVE-ONE-OPEN-ITEM.
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
                       IF  OI-OPEN-AMOUNT GREATER THAN WS-RELIEF-AMOUNT
                           MOVE WS-RELIEF-AMOUNT TO WS-ITEM-RELIEF
                       ELSE
                           MOVE OI-OPEN-AMOUNT TO WS-ITEM-RELIEF
                       END-IF
                       SUBTRACT WS-ITEM-RELIEF FROM OI-OPEN-AMOUNT
                       SUBTRACT WS-ITEM-RELIEF FROM WS-RELIEF-AMOUNT
                       ADD WS-ITEM-RELIEF TO WS-TOTAL-RELIEVED
                       IF  OI-OPEN-AMOUNT EQUAL ZERO
                           SET OI-ITEM-PAID TO TRUE
                       END-IF
                       MOVE IM-CURRENT-INVOICE-DATE
                           TO OI-LAST-ACTIVITY-DATE
                       REWRITE OI-RECORD
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD WS-DAYS-TO-ADD CALENDAR DAYS TO WS-CURRENT-DATE, CARRYING
      * INTO THE NEXT MONTH(S)/YEAR(S) AS NEEDED.  SAME LOGIC AS THE
      * PARAGRAPHS OF THE SAME NAMES IN INVDATE.
      *----------------------------------------------------------------*
       2800-ADD-DAYS-TO-CURRENT-DATE.
           PERFORM 1920-DETERMINE-MAX-DAY-IN-MONTH
           ADD WS-DAYS-TO-ADD TO WS-CURRENT-DAY
           PERFORM 2850-NORMALIZE-CURRENT-DATE
               UNTIL WS-CURRENT-DAY NOT
                     GREATER THAN WS-MAX-DAY-THIS-MONTH
           .

       2850-NORMALIZE-CURRENT-DATE.
           SUBTRACT WS-MAX-DAY-THIS-MONTH FROM WS-CURRENT-DAY
           ADD 1 TO WS-CURRENT-MONTH
           IF  WS-CURRENT-MONTH GREATER THAN 12
               MOVE 1 TO WS-CURRENT-MONTH
               ADD 1 TO WS-CURRENT-YEAR
           END-IF
           PERFORM 1920-DETERMINE-MAX-DAY-IN-MONTH
           .

      *----------------------------------------------------------------*
      * A RECURRING CHARGE BILLED IN ADVANCE FOR MORE THAN ONE MONTH
      * OF SERVICE IS NOT EARNED YET.  IT IS SPLIT EVENLY ACROSS THE
      * MONTHS IT COVERS, STARTING WITH THE INVOICE MONTH, ONE
      * SCHEDULE ROW PER MONTH; THE LAST ROW TAKES THE ODD CENTS SO
      * THE ROWS ADD BACK TO THE CHARGE EXACTLY.  ADJUSTMENTS AND TAX
      * ARE NOT DEFERRED -- THEY ARE NOT SERVICE PERIOD REVENUE.  A
      * DUPLICATE SCHEDULE KEY MEANS THE INVOICE NUMBER WAS ISSUED
      * TWICE; IT IS REPORTED AND THE RUN ENDS WITH RETURN CODE 8, THE
      * SAME AS A DUPLICATE OPEN ITEM.
      *----------------------------------------------------------------*
       2900-SCHEDULE-DEFERRED-REVENUE.
           PERFORM 2910-LOOKUP-BILL-FREQUENCY
           EVALUATE TRUE
               WHEN FREQ-QUARTERLY AND FINAL-INVOICE
                   MOVE WS-SERVICE-MONTHS TO WS-DEFER-MONTHS
               WHEN FREQ-QUARTERLY
                   MOVE 3 TO WS-DEFER-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-DEFER-MONTHS
           END-EVALUATE
           IF  WS-DEFER-MONTHS GREATER THAN 1
               AND WS-BILL-CHARGE GREATER THAN ZERO
               ADD 1 TO WS-DEFERRED-COUNT
               ADD WS-BILL-CHARGE TO WS-TOTAL-DEFERRED
               DIVIDE WS-BILL-CHARGE BY WS-DEFER-MONTHS
                   GIVING WS-DEFER-MONTH-AMOUNT
               END-DIVIDE
               MOVE WS-BILL-CHARGE TO WS-DEFER-REMAINING
               MOVE IM-CURRENT-INVOICE-DATE (1:6) TO WS-DEFER-PERIOD
               MOVE WS-DEFER-MONTHS     TO DF-MONTHS
               MOVE WS-DEFER-PERIOD     TO DF-FIRST-PERIOD
               MOVE WS-BILL-CHARGE      TO DF-AMOUNT
               WRITE REGISTER-RECORD FROM WS-DEFERRAL-LINE
               PERFORM 2950-WRITE-ONE-SCHEDULE-ROW
                   VARYING WS-DEFER-SEQ FROM 1 BY 1
                   UNTIL WS-DEFER-SEQ GREATER THAN WS-DEFER-MONTHS
           END-IF
           .

      *----------------------------------------------------------------*
      * SAME RULE AS INVDATE: AN ACCOUNT WITH NO BILL-FREQ RECORD, OR
      * NO BILL-FREQ FILE AT ALL, BILLS MONTHLY.
      *----------------------------------------------------------------*
       2910-LOOKUP-BILL-FREQUENCY.
           MOVE "M" TO BF-FREQUENCY-CODE
           IF  BILL-FREQ-FILE-PRESENT
               MOVE IM-CUSTOMER-NO TO BF-CUSTOMER-NO
               READ BILL-FREQ-FILE
                   INVALID KEY
                       MOVE "M" TO BF-FREQUENCY-CODE
               END-READ
           END-IF
           .

       2950-WRITE-ONE-SCHEDULE-ROW.
           MOVE SPACES TO DS-RECORD
           MOVE IM-CUSTOMER-NO          TO DS-CUSTOMER-NO
           MOVE WS-LAST-INVOICE-NO      TO DS-INVOICE-NO
           MOVE WS-DEFER-SEQ            TO DS-MONTH-SEQ
           MOVE IM-CURRENT-INVOICE-DATE TO DS-INVOICE-DATE
           MOVE WS-DEFER-PERIOD         TO DS-RECOGNIZE-PERIOD
           IF  WS-DEFER-SEQ EQUAL WS-DEFER-MONTHS
               MOVE WS-DEFER-REMAINING    TO DS-MONTH-AMOUNT
           ELSE
               MOVE WS-DEFER-MONTH-AMOUNT TO DS-MONTH-AMOUNT
               SUBTRACT WS-DEFER-MONTH-AMOUNT FROM WS-DEFER-REMAINING
           END-IF
           SET DS-DEFERRED              TO TRUE
           MOVE ZEROS                   TO DS-POSTED-PERIOD
           MOVE WS-DEFER-MONTHS         TO DS-MONTHS-IN-SCHEDULE
           WRITE DS-RECORD
               INVALID KEY
                   DISPLAY "INVGEN - SCHEDULE ROW ALREADY ON FILE FOR "
                           DS-KEY ", STATUS = " WS-DS-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-SCHEDULE-ROW-COUNT
           END-WRITE
           ADD 1 TO WS-DEFER-MONTH
           IF  WS-DEFER-MONTH GREATER THAN 12
               MOVE 1 TO WS-DEFER-MONTH
               ADD 1 TO WS-DEFER-YEAR
           END-IF
           .

      *----------------------------------------------------------------*
      * THE INVOICE COUNT DOES NOT EQUAL THE WHOLE AR EXTRACT -- THE
      * EXTRACT CARRIES EVERY VALID NON-HELD ACCOUNT THE ROLL
           MOVE "ADJUSTMENTS APPLIED:  " TO CL-LABEL
           MOVE WS-ADJ-APPLIED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "OPEN ITEMS POSTED:    " TO CL-LABEL
           MOVE WS-OPEN-ITEM-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "CHARGES DEFERRED:     " TO CL-LABEL
           MOVE WS-DEFERRED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "SCHEDULE ROWS WRITTEN:" TO CL-LABEL
           MOVE WS-SCHEDULE-ROW-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "FINAL INVOICES:       " TO CL-LABEL
           MOVE WS-FINAL-INVOICE-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "FINAL ALREADY BILLED: " TO CL-LABEL
           MOVE WS-FINAL-BYPASS-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "CYCLE ALREADY BILLED: " TO CL-LABEL
           MOVE WS-BILLED-BYPASS-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "ADJ ALREADY BILLED:   " TO CL-LABEL
           MOVE WS-ADJ-RETIRED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "TOTAL RECURRING CHG:  " TO TO-LABEL
           MOVE WS-TOTAL-CHARGE TO TO-AMOUNT
           MOVE "TOTAL AMOUNT DUE:     " TO TO-LABEL
           MOVE WS-TOTAL-AMOUNT TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "NET NEW CHARGES:      " TO TO-LABEL
           MOVE WS-TOTAL-NEW-CHARGES TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "CREDITS TO OPEN ITEMS:" TO TO-LABEL
           MOVE WS-TOTAL-RELIEVED TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE "TOTAL DEFERRED REV:   " TO TO-LABEL
           MOVE WS-TOTAL-DEFERRED TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           PERFORM 8100-WRITE-ADJUSTMENT-FILE
           PERFORM 8200-WRITE-GL-EXTRACT
           CLOSE INVOICE-MASTER-FILE
           CLOSE ADJUSTMENT-OUT-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE TAX-RATE-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE INVOICE-CONTROL-FILE
           IF  BILL-FREQ-FILE-PRESENT
               CLOSE BILL-FREQ-FILE
           END-IF
           CLOSE DEFERRED-SCHEDULE-FILE
           IF  GL-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           SET STEP-COMPLETING TO TRUE
           PERFORM 8900-APPEND-STEP-LOG
           .

      *----------------------------------------------------------------*
      * ONE BALANCED JOURNAL BATCH PER RUN.  THE HEADER CARRIES THE
      * RUN DATE, INVOICE COUNT AND A HASH TOTAL EQUAL TO THE TOTAL
      * AMOUNT DUE ON THE REGISTER.  THE LINES: DEBIT ACCOUNTS
      * RECEIVABLE FOR EVERYTHING BILLED, CREDIT RECURRING REVENUE
      * FOR THE CHARGES EARNED THIS CYCLE AND DEFERRED REVENUE FOR
      * THOSE BILLED AHEAD (INVDEFR EARNS THEM MONTH BY MONTH),
      * A SEPARATE CREDIT FOR BALANCES CARRIED FORWARD (RE-BILLED AR,
      * NOT NEW REVENUE), AND THE ADJUSTMENT LINES.  DEBITS AND
      * CREDITS ARE RE-ADDED FROM THE LINES ACTUALLY WRITTEN AND
           PERFORM 8210-WRITE-ONE-GL-LINE
           MOVE "400100"                    TO WS-GL-LINE-ACCOUNT
           MOVE "C"                         TO WS-GL-LINE-DC
           COMPUTE WS-GL-LINE-AMOUNT
               = WS-TOTAL-CHARGE - WS-TOTAL-DEFERRED
           MOVE "RECURRING REVENUE"         TO WS-GL-LINE-DESC
           PERFORM 8210-WRITE-ONE-GL-LINE
           MOVE "230100"                    TO WS-GL-LINE-ACCOUNT
           MOVE "C"                         TO WS-GL-LINE-DC
           MOVE WS-TOTAL-DEFERRED           TO WS-GL-LINE-AMOUNT
           MOVE "DEFERRED REVENUE"          TO WS-GL-LINE-DESC
           PERFORM 8210-WRITE-ONE-GL-LINE
           MOVE "120900"                    TO WS-GL-LINE-ACCOUNT
           MOVE "C"                         TO WS-GL-LINE-DC
           MOVE WS-TOTAL-BALANCE            TO WS-GL-LINE-AMOUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * APPEND ONE RECORD TO THE STEP LOG: THE START RECORD FROM
      * 0500-INITIALIZE, THE COMPLETION RECORD FROM 9000-WRAP-UP.  THE
      * LOG IS OPENED AND CLOSED AROUND EACH WRITE BECAUSE EVERY OTHER
      * STEP OF THE BILLING NIGHT APPENDS TO IT AS WELL.
      *----------------------------------------------------------------*
       8900-APPEND-STEP-LOG.
           OPEN EXTEND STEP-LOG-FILE
           IF  WS-SL-STATUS EQUAL "35"
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF  WS-SL-STATUS NOT EQUAL "00"
               DISPLAY "INVGEN - UNABLE TO OPEN STEP-LOG-FILE, "
                       "STATUS = " WS-SL-STATUS
               GO TO 9999-END
           END-IF
           MOVE SPACES           TO SL-RECORD
           MOVE WS-STEP-NAME     TO SL-STEP-NAME
           MOVE WS-CYCLE-DATE    TO SL-CYCLE-DATE
           MOVE WS-STEP-RUN-DATE TO SL-RUN-DATE
           MOVE WS-STEP-RUN-TIME TO SL-RUN-TIME
           MOVE WS-STEP-STATE    TO SL-STEP-STATUS
           IF  OVERRIDE-SUPPLIED
               SET SL-OVERRIDE-USED TO TRUE
           ELSE
               MOVE "N" TO SL-OVERRIDE-FLAG
           END-IF
           MOVE ZEROS            TO SL-PARTITION-LOW
           MOVE 999999           TO SL-PARTITION-HIGH
           MOVE RETURN-CODE      TO SL-RETURN-CODE
           WRITE SL-RECORD
           CLOSE STEP-LOG-FILE
           .

       9990-STEP-REFUSED.
           DISPLAY "INVGEN - RESUBMIT WITH PARM OVERRIDE TO FORCE."
           MOVE 12 TO RETURN-CODE
           GOBACK
           .

       9999-END.
           GOBACK
           .
