      *                     RESTARTED RUN COVERS BOTH ATTEMPTS AND THE
      *                     RECONCILIATION JOB NO LONGER HOLDS THE AR
      *                     FEED AFTER EVERY RESTART.
      *   15 OCT 2026  JM   HOLD RECORD NOW TAKEN FROM THE HOLDREC
      *                     COPYBOOK (WIDENED TO 80 BYTES FOR THE HOLD
      *                     MAINTENANCE JOB, HLDMAINT).  ONLY STATUS H
      *                     STOPS AN ACCOUNT, AS BEFORE.
      *   15 OCT 2026  JM   ACCOUNT CLOSURE.  AN ACCOUNT INVGEN HAS
      *                     ISSUED ITS PRORATED FINAL INVOICE (MASTER
      *                     STATUS F) IS NO LONGER ROLLED -- NO NEXT
      *                     DATE, AUDIT, AR-EXTRACT ROW OR DETAIL LINE
      *                     -- AND IS COUNTED ON ITS OWN SUMMARY LINE
      *                     UNTIL INVCLOSE ARCHIVES IT.
      *   15 OCT 2026  JM   JOB-STREAM STEP LOG.  A PRODUCTION RUN
      *                     RECORDS ITS START AND COMPLETION ON STEPLOG
      *                     WITH ITS RUN DATE AS THE CYCLE AND ITS KEY
      *                     RANGE, AND REFUSES TO RUN (RC 12) UNLESS
      *                     INVGEN COMPLETED FOR THE CYCLE AND INVAUDH
      *                     COMPLETED FOR THE LAST CYCLE ROLLED, SO
      *                     INVAUDIT IS NEVER OVERWRITTEN BEFORE IT
      *                     REACHES HISTORY.  PARM OVERRIDE NOW ALSO
      *                     FORCES PAST THIS CHECK.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDATE.
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-CUSTOMER-NO
               FILE STATUS IS WS-HLD-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
       FD  AR-RESEND-FILE.
       01  RSND-RECORD                  PIC X(80).
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  STEP-LOG-FILE.
           COPY SLRECORD.
       WORKING-STORAGE SECTION.
           COPY DATETIME.
       01  WS-NEXT-INVOICE-DATE PIC X(8).
       01  WS-RC-STATUS         PIC X(02).
       01  WS-RSND-STATUS       PIC X(02).
       01  WS-HLD-STATUS        PIC X(02).
       01  WS-SL-STATUS         PIC X(02).
       01  WS-RUN-PARM          PIC X(40).
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN    OCCURS 4 TIMES PIC X(13).
       01  WS-JOB-ID            PIC X(08) VALUE "INVDATE1".
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-RUN-TIME          PIC 9(08).
       01  WS-STEP-NAME         PIC X(08) VALUE "INVDATE".
       01  WS-CYCLE-DATE        PIC 9(08).
       01  WS-STEP-STATE        PIC X(01).
           88  STEP-STARTING    VALUE "S".
           88  STEP-COMPLETING  VALUE "C".
       01  WS-GEN-STEP-FLAG     PIC X(01) VALUE SPACE.
       01  WS-LAST-ROLL-CYCLE   PIC 9(08) VALUE ZEROS.
       01  WS-LAST-AUDH-CYCLE   PIC 9(08) VALUE ZEROS.
       01  WS-RESTART-KEY       PIC 9(06) VALUE ZEROS.
       01  WS-OLD-INVOICE-DATE  PIC X(08).
       01  WS-MAX-DAY-THIS-MONTH PIC 9(02).
       01  WS-RECORDS-REWRITTEN PIC S9(07) COMP VALUE ZERO.
       01  WS-RESEND-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-HELD-COUNT        PIC S9(07) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-BILLING-PERIOD    PIC 9(06).
       01  WS-LAST-COMPLETED-PERIOD PIC 9(06) VALUE ZEROS.
       01  WS-DAYS-TO-ADD       PIC S9(04) COMP.
               88  HOLD-FILE-PRESENT VALUE "Y".
           05  WS-HELD-SWITCH       PIC X(01) VALUE "N".
               88  CUSTOMER-HELD    VALUE "Y".
           05  WS-SL-EOF-SWITCH     PIC X(01) VALUE "N".
               88  SL-END-OF-FILE   VALUE "Y".

      *----------------------------------------------------------------*
      * ZELLER'S CONGRUENCE WORKING STORAGE, USED TO FIND THE DAY OF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE (1:6) TO WS-BILLING-PERIOD
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           PERFORM 0510-READ-RUN-PARAMETER
           IF  PRODUCTION-MODE
               PERFORM 0530-CHECK-FOR-RESTART
               PERFORM 0540-CHECK-RUN-CONTROL
               IF  OVERRIDE-SUPPLIED
                   DISPLAY "INVDATE - STEP-LOG CHECK BYPASSED BY PARM "
                           "OVERRIDE"
               ELSE
                   PERFORM 0700-CHECK-STEP-LOG
               END-IF
           END-IF
           PERFORM 0560-WRITE-RUN-CONTROL-START
           IF  PRODUCTION-MODE
               SET STEP-STARTING TO TRUE
               PERFORM 8900-APPEND-STEP-LOG
           END-IF
           .

      *----------------------------------------------------------------*
      * THE COMMAND-LINE PARM (THE JCL PARM / PARAMETER CARD IN A
      * PRODUCTION SCHEDULER) IS UP TO THREE BLANK-SEPARATED TOKENS IN
      * ANY ORDER:
      *   OVERRIDE        FORCE PAST THE DUPLICATE-RUN CHECK AND
      *                   THE STEP-LOG PREREQUISITE CHECK
      *   LLLLLL-HHHHHH   RUN ONLY CUSTOMERS IN THAT KEY RANGE (ONE
      *                   PARTITION OF A PARALLEL MONTH-END RUN; THE
      *                   JCL POINTS EACH PARTITION JOB'S REPORT/
           WRITE RC-RECORD
           .

      *----------------------------------------------------------------*
      * A PRODUCTION RUN IS THE SECOND STEP OF THE BILLING NIGHT AND
      * THE CYCLE IS ITS RUN DATE.  IT IS REFUSED UNLESS THE STEP LOG
      * SHOWS:
      *   - INVGEN COMPLETED FOR THE CYCLE.  ROLLING FIRST WOULD MOVE
      *     EVERY ACCOUNT DUE TONIGHT PAST THE DATE INVGEN SELECTS ON,
      *     AND THOSE INVOICES WOULD NEVER BE PRODUCED.
      *   - INVAUDH COMPLETED FOR THE LAST EARLIER CYCLE THIS JOB
      *     COMPLETED.  THIS RUN OPENS INVAUDIT AS OUTPUT, SO THAT
      *     CYCLE'S AUDIT ROWS WOULD BE LOST FROM HISTORY FOR GOOD.
      * EARLIER RECORDS FOR THIS SAME CYCLE (OTHER PARTITIONS, OR A
      * RESTART OF A RUN THAT DIED) DO NOT BLOCK ANYTHING.
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
                   DISPLAY "INVDATE - UNABLE TO OPEN STEP-LOG-FILE, "
                           "STATUS = " WS-SL-STATUS
                   GO TO 9999-END
           END-EVALUATE
           IF  WS-GEN-STEP-FLAG NOT EQUAL "C"
               DISPLAY "INVDATE - INVGEN HAS NOT COMPLETED FOR CYCLE "
                       WS-CYCLE-DATE ", RUN REFUSED."
               GO TO 9990-STEP-REFUSED
           END-IF
           IF  WS-LAST-ROLL-CYCLE GREATER THAN WS-LAST-AUDH-CYCLE
               DISPLAY "INVDATE - INVAUDH HAS NOT COMPLETED FOR CYCLE "
                       WS-LAST-ROLL-CYCLE ", ITS AUDIT ROWS WOULD BE "
                       "OVERWRITTEN, RUN REFUSED."
               GO TO 9990-STEP-REFUSED
           END-IF
           .

       0710-SCAN-STEP-LOG.
           READ STEP-LOG-FILE
               AT END
                   SET SL-END-OF-FILE TO TRUE
           END-READ
           IF  NOT SL-END-OF-FILE
               EVALUATE TRUE
                   WHEN SL-STEP-NAME EQUAL "INVGEN"
                       AND SL-CYCLE-DATE EQUAL WS-CYCLE-DATE
                       MOVE SL-STEP-STATUS TO WS-GEN-STEP-FLAG
                   WHEN SL-STEP-NAME EQUAL "INVDATE"
                       AND SL-STEP-COMPLETED
                       AND SL-CYCLE-DATE LESS THAN WS-CYCLE-DATE
                       AND SL-CYCLE-DATE GREATER THAN WS-LAST-ROLL-CYCLE
                       MOVE SL-CYCLE-DATE TO WS-LAST-ROLL-CYCLE
                   WHEN SL-STEP-NAME EQUAL "INVAUDH"
                       AND SL-STEP-COMPLETED
                       AND SL-CYCLE-DATE GREATER THAN WS-LAST-AUDH-CYCLE
                       MOVE SL-CYCLE-DATE TO WS-LAST-AUDH-CYCLE
               END-EVALUATE
           END-IF
           .

       3700-WRITE-RUN-CONTROL-END.
           MOVE SPACES TO RC-RECORD
           MOVE WS-RUN-DATE          TO RC-RUN-DATE
           PERFORM 3600-WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           PERFORM 3700-WRITE-RUN-CONTROL-END
           SET STEP-COMPLETING TO TRUE
           PERFORM 8900-APPEND-STEP-LOG
           .

      *----------------------------------------------------------------*
      * ROW, NO REPORT DETAIL LINE -- ONLY ITS OWN COUNT ON THE
      * SUMMARY.  THE FIRST RUN AFTER THE HOLD RECORD IS RELEASED
      * FINDS NO HOLD AND PICKS THE ACCOUNT UP AGAIN AUTOMATICALLY.
      * AN ACCOUNT THAT HAS HAD ITS FINAL INVOICE (CLOSED BY INVMAINT,
      * FINAL-BILLED BY INVGEN) HAS NO NEXT INVOICE DATE AND IS
      * BYPASSED THE SAME WAY, ON ITS OWN SUMMARY COUNT, UNTIL
      * INVCLOSE ARCHIVES IT.
      *----------------------------------------------------------------*
       1200-PROCESS-ONE-CUSTOMER.
           PERFORM 1960-CHECK-CREDIT-HOLD
           EVALUATE TRUE
               WHEN IM-ACCOUNT-FINAL-BILLED
                   ADD 1 TO WS-CLOSED-COUNT
                   PERFORM 1150-READ-NEXT-CUSTOMER
               WHEN CUSTOMER-HELD
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 1150-READ-NEXT-CUSTOMER
               WHEN OTHER
                   PERFORM 1210-ROLL-ONE-CUSTOMER
           END-EVALUATE
           .

       1210-ROLL-ONE-CUSTOMER.
           MOVE "CREDIT HOLD BYPASS: " TO SB-LABEL
           MOVE WS-HELD-COUNT TO SB-COUNT
           WRITE REPORT-RECORD FROM WS-BRANCH-SUMMARY-LINE
           MOVE "FINAL-BILLED BYPASS:" TO SB-LABEL
           MOVE WS-CLOSED-COUNT TO SB-COUNT
           WRITE REPORT-RECORD FROM WS-BRANCH-SUMMARY-LINE
           .

      *----------------------------------------------------------------*
           END-IF
           .

      *----------------------------------------------------------------*
      * APPEND ONE RECORD TO THE STEP LOG: THE START RECORD FROM
      * 0500-INITIALIZE, THE COMPLETION RECORD FROM
      * 1190-CLOSE-MASTER-FILE.  PRODUCTION RUNS ONLY -- A SIMULATION
      * NEVER TOUCHES THE MASTER AND IS NOT A STEP OF THE NIGHT.  EACH
      * PARTITION LOGS ITS OWN KEY RANGE.  THE LOG IS OPENED AND
      * CLOSED AROUND EACH WRITE BECAUSE EVERY OTHER STEP OF THE
      * BILLING NIGHT APPENDS TO IT AS WELL.
      *----------------------------------------------------------------*
       8900-APPEND-STEP-LOG.
           OPEN EXTEND STEP-LOG-FILE
           IF  WS-SL-STATUS EQUAL "35"
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF  WS-SL-STATUS NOT EQUAL "00"
               DISPLAY "INVDATE - UNABLE TO OPEN STEP-LOG-FILE, "
                       "STATUS = " WS-SL-STATUS
               GO TO 9999-END
           END-IF
           MOVE SPACES           TO SL-RECORD
           MOVE WS-STEP-NAME     TO SL-STEP-NAME
           MOVE WS-CYCLE-DATE    TO SL-CYCLE-DATE
           MOVE WS-RUN-DATE      TO SL-RUN-DATE
           MOVE WS-RUN-TIME      TO SL-RUN-TIME
           MOVE WS-STEP-STATE    TO SL-STEP-STATUS
           IF  OVERRIDE-SUPPLIED
               SET SL-OVERRIDE-USED TO TRUE
           ELSE
               MOVE "N" TO SL-OVERRIDE-FLAG
           END-IF
           MOVE WS-PART-LOW      TO SL-PARTITION-LOW
           MOVE WS-PART-HIGH     TO SL-PARTITION-HIGH
           MOVE RETURN-CODE      TO SL-RETURN-CODE
           WRITE SL-RECORD
           CLOSE STEP-LOG-FILE
           .

       9990-STEP-REFUSED.
           DISPLAY "INVDATE - RESUBMIT WITH PARM OVERRIDE TO FORCE."
           MOVE 12 TO RETURN-CODE
           GOBACK
           .

       9999-END.
           GOBACK
           .
