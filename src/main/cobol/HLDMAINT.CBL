      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   CONTROLLED FILE MAINTENANCE FOR THE CREDIT-HOLD FILE
      *            (HOLDFILE) THAT INVDATE, INVGEN, INVAGED, INVSTMT AND
      *            INVPROF ALL READ BUT NOTHING MAINTAINED -- THE CREDIT
      *            DEPARTMENT HAND-EDITED THE RECORDS.  READS A
      *            TRANSACTION FILE OF PLACE/RELEASE/APPROVE CARDS,
      *            EDITS THEM BEFORE THE FILE IS TOUCHED, REJECTS BAD
      *            CARDS TO AN EDIT REPORT, AND PRINTS A BEFORE AND
      *            AFTER IMAGE OF EVERY RECORD IT TOUCHES, THE SAME WAY
      *            INVMAINT AND CUSTMNT MAINTAIN THEIR FILES.  EVERY
      *            HOLD CARRIES A REASON CODE AND THE DATE AND USER
      *            THAT PLACED IT; A RELEASE KEEPS THE RECORD ON FILE AS
      *            STATUS R WITH THE DATE AND USER THAT RELEASED IT.
      *            AN APPROVE CARD LOADS ONE OF THE 90-DAY CANDIDATES
      *            INVAGED WROTE TO HOLDRECS, SO CREDIT REVIEWS THE
      *            RECOMMENDATION AND THIS JOB DOES THE KEYING.  AFTER
      *            THE CARDS ARE APPLIED IT PRINTS THE HOLD REGISTER:
      *            EVERY ACCOUNT ON HOLD, THE REASON, HOW MANY DAYS IT
      *            HAS BEEN HELD AND THE CURRENT BALANCE, WITH HELD
      *            ACCOUNTS WHOSE BALANCE HAS CLEARED FLAGGED FOR
      *            RELEASE SO HOLDS NO LONGER LINGER.
      *
      * USAGE:     HLDMAINT
      *
      *            TRANSACTION CARD LAYOUT (HOLDTXN):
      *              COL  1     ACTION       P=PLACE R=RELEASE
      *                                      A=APPROVE HOLDRECS ENTRY
      *              COL  2-7   CUSTOMER NUMBER
      *              COL  8-9   REASON CODE  PD=PAST DUE
      *                                      NS=RETURNED PAYMENT
      *                                      DS=DISPUTE BK=BANKRUPTCY
      *                                      CR=CREDIT REVIEW OT=OTHER
      *                                      (P ONLY; ON AN A CARD
      *                                      BLANK TAKES THE REASON
      *                                      ON THE RECOMMENDATION)
      *              COL 10-17  USER ID PLACING OR RELEASING THE HOLD
      *              COL 18-25  EFFECTIVE DATE YYYYMMDD (BLANK = TODAY;
      *                         MAY BE BACK-DATED, NEVER FUTURE)
      *
      *            HOLDRECS IS OPTIONAL; WITHOUT IT EVERY A CARD IS
      *            REJECTED.  HOLDS CARRIED OVER FROM THE OLD 20-BYTE
      *            HAND-EDITED FILE ARE RELOADED WITH BACK-DATED P
      *            CARDS WHEN THE FILE IS CONVERTED.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-CUSTOMER-NO
               FILE STATUS IS WS-HLD-STATUS.
           SELECT INVOICE-MASTER-FILE ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-CUSTOMER-NO
               FILE STATUS IS WS-IM-STATUS.
           SELECT RECOMMENDATION-FILE ASSIGN TO "HOLDRECS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT HOLD-TRANS-FILE ASSIGN TO "HOLDTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  INVOICE-MASTER-FILE.
           COPY INVMASTR.
       FD  RECOMMENDATION-FILE.
       01  REC-RECORD.
           05  REC-CUSTOMER-NO          PIC 9(06).
           05  REC-STATUS-CODE          PIC X(01).
           05  REC-REASON-CODE          PIC X(02).
           05  REC-AGED-DATE            PIC X(08).
           05  FILLER                   PIC X(03).
       FD  HOLD-TRANS-FILE.
       01  HT-RECORD.
           05  HT-ACTION-CODE           PIC X(01).
               88  HT-PLACE             VALUE "P".
               88  HT-RELEASE           VALUE "R".
               88  HT-APPROVE           VALUE "A".
           05  HT-CUSTOMER-NO           PIC 9(06).
           05  HT-REASON-CODE           PIC X(02).
           05  HT-USER-ID               PIC X(08).
           05  HT-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                   PIC X(55).
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
           COPY DATETIME.
       01  WS-QUOTIENT          PIC S9(4) COMP.
       01  WS-REMAINDER-4       PIC S9(4) COMP.
       01  WS-REMAINDER-100     PIC S9(4) COMP.
       01  WS-REMAINDER-400     PIC S9(4) COMP.
       01  WS-HLD-STATUS        PIC X(02).
       01  WS-IM-STATUS         PIC X(02).
       01  WS-REC-STATUS        PIC X(02).
       01  WS-TXN-STATUS        PIC X(02).
       01  WS-RPT-STATUS        PIC X(02).
       01  WS-MAX-DAY-THIS-MONTH PIC 9(02).
       01  WS-REJECT-REASON     PIC X(20).
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-EFFECTIVE-DATE    PIC X(08).
       01  WS-HOLD-REASON       PIC X(02).
       01  WS-DAY-NUMBER        PIC S9(09) COMP.
       01  WS-RUN-DAY-NUMBER    PIC S9(09) COMP.
       01  WS-DAYS-HELD         PIC S9(09) COMP.
       01  WS-LEAP-QUOT-4       PIC S9(09) COMP.
       01  WS-LEAP-QUOT-100     PIC S9(09) COMP.
       01  WS-LEAP-QUOT-400     PIC S9(09) COMP.
       01  WS-TXN-READ-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-TXN-APPLIED-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-TXN-REJECT-COUNT  PIC S9(07) COMP VALUE ZERO.
       01  WS-HELD-COUNT        PIC S9(07) COMP VALUE ZERO.
       01  WS-CLEARED-COUNT     PIC S9(07) COMP VALUE ZERO.
       01  WS-HELD-BALANCE      PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-REC-EOF-SWITCH    PIC X(01) VALUE "N".
               88  END-OF-RECOMMENDATIONS VALUE "Y".
           05  WS-HOLD-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-HOLDS     VALUE "Y".
           05  WS-VALID-RECORD-SWITCH PIC X(01) VALUE "Y".
               88  VALID-RECORD     VALUE "Y".
               88  INVALID-RECORD   VALUE "N".
           05  WS-LEAP-YEAR-SWITCH  PIC X(01) VALUE "N".
               88  LEAP-YEAR        VALUE "Y".
               88  NOT-LEAP-YEAR    VALUE "N".
           05  WS-REC-FILE-SWITCH   PIC X(01) VALUE "N".
               88  REC-FILE-PRESENT VALUE "Y".
           05  WS-REC-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  RECOMMENDATION-FOUND VALUE "Y".

      *----------------------------------------------------------------*
      * THE RECOMMENDATIONS INVAGED WROTE ON ITS LAST RUN, HELD IN
      * STORAGE SO AN APPROVE CARD CAN BE MATCHED IN ANY ORDER.
      *----------------------------------------------------------------*
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 2000 TIMES.
               10  WS-REC-CUSTOMER-NO   PIC 9(06).
               10  WS-REC-REASON-CODE   PIC X(02).
       01  WS-REC-COUNT         PIC S9(04) COMP VALUE ZERO.
       01  WS-REC-SUB           PIC S9(04) COMP.

      *----------------------------------------------------------------*
      * CUMULATIVE DAYS BEFORE EACH MONTH IN A COMMON YEAR, FOR THE
      * SERIAL DAY NUMBER USED TO COUNT DAYS HELD.  SAME TABLE AS
      * INVAGED.
      *----------------------------------------------------------------*
       01  WS-CUM-DAYS-VALUES       PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS OCCURS 12 TIMES PIC 9(03).

      *----------------------------------------------------------------*
      * EDIT REPORT WORKING STORAGE.  ONE ACTION LINE PER TRANSACTION,
      * WITH A BEFORE AND/OR AFTER IMAGE LINE UNDER EVERY TRANSACTION
      * THAT TOUCHED A RECORD, AS ON THE INVMAINT EDIT REPORT.
      *----------------------------------------------------------------*
       01  WS-REPORT-TITLE-LINE     PIC X(80)
               VALUE "HOLDFILE CREDIT-HOLD MAINTENANCE EDIT REPORT".
       01  WS-ACTION-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-ACTION-CODE       PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-CUSTOMER-NO       PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-RESULT            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-REASON            PIC X(20).
           05  FILLER               PIC X(41) VALUE SPACES.
       01  WS-IMAGE-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  IL-IMAGE-TAG         PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  IL-IMAGE-DATA        PIC X(42).
           05  FILLER               PIC X(27) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(22).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(51) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------*
      * HOLD REGISTER WORKING STORAGE.  ONE LINE PER ACCOUNT ON HOLD
      * AFTER THE CARDS ARE APPLIED.
      *----------------------------------------------------------------*
       01  WS-REGISTER-TITLE-LINE.
           05  FILLER               PIC X(27)
               VALUE "CREDIT-HOLD REGISTER AS OF ".
           05  RT-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(45) VALUE SPACES.
       01  WS-REGISTER-HEADER-LINE.
           05  FILLER               PIC X(40)
               VALUE " CUSTMR  RS  PLACED    PLACED BY   DAYS ".
           05  FILLER               PIC X(40)
               VALUE "       BALANCE                          ".
       01  WS-REGISTER-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RL-CUSTOMER-NO       PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-REASON-CODE       PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-PLACED-DATE       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-PLACED-BY         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-DAYS-HELD         PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-BALANCE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-FLAG              PIC X(16).
           05  FILLER               PIC X(09) VALUE SPACES.
       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER               PIC X(37)
               VALUE " TOTAL BALANCE ON HOLD".
           05  RX-BALANCE           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1200-PROCESS-ONE-TRANSACTION UNTIL END-OF-FILE
           PERFORM 5000-PRINT-HOLD-REGISTER
           PERFORM 9000-WRAP-UP
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-CURRENT-DATE
           PERFORM 2900-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           PERFORM 0550-OPEN-HOLD-FILE
           OPEN INPUT INVOICE-MASTER-FILE
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "HLDMAINT - UNABLE TO OPEN INVOICE-MASTER, "
                       "STATUS = " WS-IM-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0600-LOAD-RECOMMENDATIONS
           OPEN INPUT HOLD-TRANS-FILE
           IF  WS-TXN-STATUS NOT EQUAL "00"
               DISPLAY "HLDMAINT - UNABLE TO OPEN HOLD-TRANS-FILE, "
                       "STATUS = " WS-TXN-STATUS
               GO TO 9999-END
           END-IF
           OPEN OUTPUT HOLD-REPORT-FILE
           IF  WS-RPT-STATUS NOT EQUAL "00"
               DISPLAY "HLDMAINT - UNABLE TO OPEN HOLD-REPORT-FILE, "
                       "STATUS = " WS-RPT-STATUS
               GO TO 9999-END
           END-IF
           WRITE HOLD-REPORT-RECORD FROM WS-REPORT-TITLE-LINE
           WRITE HOLD-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 1150-READ-NEXT-TRANSACTION
           .

      *----------------------------------------------------------------*
      * THE FIRST LOAD OF THE HOLD FILE FINDS NOTHING ON DISK (STATUS
      * 35), SO IT IS CREATED EMPTY AND REOPENED, THE SAME WAY CUSTMNT
      * CREATES THE CUSTOMER REFERENCE FILE.
      *----------------------------------------------------------------*
       0550-OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE
           IF  WS-HLD-STATUS EQUAL "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF  WS-HLD-STATUS NOT EQUAL "00"
               DISPLAY "HLDMAINT - UNABLE TO OPEN HOLD-FILE, "
                       "STATUS = " WS-HLD-STATUS
               GO TO 9999-END
           END-IF
           .

      *----------------------------------------------------------------*
      * INVAGED MAY NOT HAVE RUN (NO HOLDRECS), IN WHICH CASE NOTHING
      * IS LOADED AND ANY APPROVE CARD IS REJECTED.  ANY OTHER OPEN
      * FAILURE STOPS THE JOB, AS WITH THE OTHER FILES.
      *----------------------------------------------------------------*
       0600-LOAD-RECOMMENDATIONS.
           OPEN INPUT RECOMMENDATION-FILE
           EVALUATE TRUE
               WHEN WS-REC-STATUS EQUAL "00"
                   SET REC-FILE-PRESENT TO TRUE
               WHEN WS-REC-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "HLDMAINT - UNABLE TO OPEN "
                           "RECOMMENDATION-FILE, "
                           "STATUS = " WS-REC-STATUS
                   GO TO 9999-END
           END-EVALUATE
           IF  REC-FILE-PRESENT
               PERFORM 0650-LOAD-ONE-RECOMMENDATION
                   UNTIL END-OF-RECOMMENDATIONS
               CLOSE RECOMMENDATION-FILE
           END-IF
           .

       0650-LOAD-ONE-RECOMMENDATION.
           READ RECOMMENDATION-FILE
               AT END
                   SET END-OF-RECOMMENDATIONS TO TRUE
           END-READ
           IF  NOT END-OF-RECOMMENDATIONS
               IF  WS-REC-COUNT NOT LESS THAN 2000
                   DISPLAY "HLDMAINT - RECOMMENDATION TABLE FULL AT "
                           "2000, SPLIT THE HOLDRECS FILE AND RERUN"
                   GO TO 9999-END
               END-IF
               ADD 1 TO WS-REC-COUNT
               MOVE REC-CUSTOMER-NO
                   TO WS-REC-CUSTOMER-NO (WS-REC-COUNT)
               MOVE REC-REASON-CODE
                   TO WS-REC-REASON-CODE (WS-REC-COUNT)
           END-IF
           .

       1150-READ-NEXT-TRANSACTION.
           READ HOLD-TRANS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF  NOT END-OF-FILE
               ADD 1 TO WS-TXN-READ-COUNT
           END-IF
           .

       1200-PROCESS-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 1300-EDIT-TRANSACTION
           IF  VALID-RECORD
               EVALUATE TRUE
                   WHEN HT-PLACE
                       PERFORM 2100-PLACE-HOLD
                   WHEN HT-APPROVE
                       PERFORM 2100-PLACE-HOLD
                   WHEN HT-RELEASE
                       PERFORM 2200-RELEASE-HOLD
               END-EVALUATE
           ELSE
               PERFORM 3100-WRITE-REJECT-LINE
           END-IF
           PERFORM 1150-READ-NEXT-TRANSACTION
           .

      *----------------------------------------------------------------*
      * FRONT-END EDITS BEFORE THE HOLD FILE IS TOUCHED.  THE CUSTOMER
      * MUST BE ON INVOICE-MASTER, SO NO HOLD IS EVER PLACED ON AN
      * ACCOUNT THE BILLING RUN CANNOT SEE.  AN EFFECTIVE DATE, WHEN
      * KEYED, GETS THE SAME YEAR/MONTH/DAY EDITS INVMAINT APPLIES AND
      * MAY NOT BE LATER THAN TODAY.  AN APPROVE CARD MUST MATCH A
      * RECOMMENDATION, AND TAKES ITS REASON CODE WHEN NONE IS KEYED.
      *----------------------------------------------------------------*
       1300-EDIT-TRANSACTION.
           SET VALID-RECORD TO TRUE
           MOVE HT-REASON-CODE TO WS-HOLD-REASON
           IF  NOT HT-PLACE AND NOT HT-RELEASE AND NOT HT-APPROVE
               SET INVALID-RECORD TO TRUE
               MOVE "INVALID ACTION" TO WS-REJECT-REASON
           END-IF
           IF  VALID-RECORD
               IF  HT-CUSTOMER-NO NOT NUMERIC
                   OR HT-CUSTOMER-NO EQUAL ZEROS
                   SET INVALID-RECORD TO TRUE
                   MOVE "INVALID CUSTOMER" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  HT-USER-ID EQUAL SPACES
                   SET INVALID-RECORD TO TRUE
                   MOVE "USER ID REQUIRED" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  HT-EFFECTIVE-DATE EQUAL SPACES
                   MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
               ELSE
                   MOVE HT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   MOVE HT-EFFECTIVE-DATE TO WS-CURRENT-DATE
                   PERFORM 1900-VALIDATE-EFFECTIVE-DATE
                   IF  VALID-RECORD
                       AND WS-CURRENT-DATE GREATER THAN WS-RUN-DATE
                       SET INVALID-RECORD TO TRUE
                       MOVE "FUTURE DATE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF  VALID-RECORD
               MOVE HT-CUSTOMER-NO TO IM-CUSTOMER-NO
               READ INVOICE-MASTER-FILE
                   INVALID KEY
                       SET INVALID-RECORD TO TRUE
                       MOVE "NOT ON INVMAST" TO WS-REJECT-REASON
               END-READ
           END-IF
           IF  VALID-RECORD
               IF  HT-APPROVE
                   PERFORM 1400-FIND-RECOMMENDATION
                   IF  NOT RECOMMENDATION-FOUND
                       SET INVALID-RECORD TO TRUE
                       MOVE "NO RECOMMENDATION" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  HT-PLACE OR HT-APPROVE
                   MOVE WS-HOLD-REASON TO HOLD-REASON-CODE
                   IF  NOT HOLD-VALID-REASON
                       SET INVALID-RECORD TO TRUE
                       MOVE "INVALID REASON CODE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .

       1400-FIND-RECOMMENDATION.
           MOVE "N" TO WS-REC-FOUND-SWITCH
           MOVE 1 TO WS-REC-SUB
           PERFORM 1450-CHECK-ONE-RECOMMENDATION
               UNTIL RECOMMENDATION-FOUND
                  OR WS-REC-SUB GREATER THAN WS-REC-COUNT
           .

       1450-CHECK-ONE-RECOMMENDATION.
           IF  WS-REC-CUSTOMER-NO (WS-REC-SUB) EQUAL HT-CUSTOMER-NO
               SET RECOMMENDATION-FOUND TO TRUE
               IF  WS-HOLD-REASON EQUAL SPACES
                   MOVE WS-REC-REASON-CODE (WS-REC-SUB)
                       TO WS-HOLD-REASON
               END-IF
           ELSE
               ADD 1 TO WS-REC-SUB
           END-IF
           .

      *----------------------------------------------------------------*
      * THE SAME DATE EDITS INVDATE APPLIES TO EVERY MASTER RECORD:
      * YEAR NUMERIC AND NOT BEFORE 1900, MONTH 1-12, DAY WITHIN THE
      * MONTH INCLUDING THE CENTURY-AWARE LEAP-YEAR RULE.
      *----------------------------------------------------------------*
       1900-VALIDATE-EFFECTIVE-DATE.
           IF  WS-CURRENT-YEAR NOT NUMERIC
               OR WS-CURRENT-YEAR LESS THAN 1900
               SET INVALID-RECORD TO TRUE
               MOVE "INVALID YEAR" TO WS-REJECT-REASON
           END-IF
           IF  VALID-RECORD
               IF  WS-CURRENT-MONTH NOT NUMERIC
                   OR WS-CURRENT-MONTH LESS THAN 1
                   OR WS-CURRENT-MONTH GREATER THAN 12
                   SET INVALID-RECORD TO TRUE
                   MOVE "INVALID MONTH" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               PERFORM 1920-DETERMINE-MAX-DAY-IN-MONTH
               IF  WS-CURRENT-DAY NOT NUMERIC
                   OR WS-CURRENT-DAY LESS THAN 1
                   OR WS-CURRENT-DAY GREATER THAN WS-MAX-DAY-THIS-MONTH
                   SET INVALID-RECORD TO TRUE
                   MOVE "INVALID DAY" TO WS-REJECT-REASON
               END-IF
           END-IF
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
      * PLACE A HOLD, FROM A PLACE CARD OR AN APPROVED RECOMMENDATION.
      * A CUSTOMER WITH NO HOLD RECORD GETS A NEW ONE; A CUSTOMER
      * WHOSE LAST HOLD WAS RELEASED HAS THE RECORD REUSED, THE OLD
      * RELEASE FIELDS CLEARED.  AN ACCOUNT ALREADY ON HOLD IS
      * REJECTED RATHER THAN HAVING ITS PLACED DATE RESET.
      *----------------------------------------------------------------*
       2100-PLACE-HOLD.
           MOVE HT-CUSTOMER-NO TO HOLD-CUSTOMER-NO
           READ HOLD-FILE
               INVALID KEY
                   PERFORM 2110-BUILD-HOLD-RECORD
                   WRITE HOLD-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE RECORD" TO WS-REJECT-REASON
                           PERFORM 3100-WRITE-REJECT-LINE
                       NOT INVALID KEY
                           IF  WS-HLD-STATUS EQUAL "00"
                               PERFORM 3000-WRITE-APPLIED-LINE
                               PERFORM 3300-WRITE-AFTER-IMAGE
                           ELSE
                               MOVE "WRITE FAILED" TO WS-REJECT-REASON
                               PERFORM 3100-WRITE-REJECT-LINE
                           END-IF
                   END-WRITE
               NOT INVALID KEY
                   IF  ACCOUNT-ON-HOLD
                       MOVE "ALREADY ON HOLD" TO WS-REJECT-REASON
                       PERFORM 3100-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 3200-WRITE-BEFORE-IMAGE
                       PERFORM 2110-BUILD-HOLD-RECORD
                       REWRITE HOLD-RECORD
                       IF  WS-HLD-STATUS EQUAL "00"
                           PERFORM 3000-WRITE-APPLIED-LINE
                           PERFORM 3300-WRITE-AFTER-IMAGE
                       ELSE
                           MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                           PERFORM 3100-WRITE-REJECT-LINE
                       END-IF
                   END-IF
           END-READ
           .

       2110-BUILD-HOLD-RECORD.
           MOVE SPACES            TO HOLD-RECORD
           MOVE HT-CUSTOMER-NO    TO HOLD-CUSTOMER-NO
           MOVE "H"               TO HOLD-STATUS-CODE
           MOVE WS-HOLD-REASON    TO HOLD-REASON-CODE
           MOVE WS-EFFECTIVE-DATE TO HOLD-PLACED-DATE
           MOVE HT-USER-ID        TO HOLD-PLACED-BY
           IF  HT-APPROVE
               SET HOLD-FROM-AGING TO TRUE
           ELSE
               SET HOLD-FROM-CARD TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * RELEASE A HOLD.  THE RECORD STAYS ON FILE AS STATUS R, WHICH
      * THE BILLING PROGRAMS TREAT THE SAME AS NO HOLD, SO THE PLACED
      * AND RELEASED DETAILS SURVIVE.  A RELEASE MAY NOT BE DATED
      * BEFORE THE HOLD WAS PLACED.
      *----------------------------------------------------------------*
       2200-RELEASE-HOLD.
           MOVE HT-CUSTOMER-NO TO HOLD-CUSTOMER-NO
           READ HOLD-FILE
               INVALID KEY
                   MOVE "NO HOLD ON FILE" TO WS-REJECT-REASON
                   PERFORM 3100-WRITE-REJECT-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT ACCOUNT-ON-HOLD
                           MOVE "NOT ON HOLD" TO WS-REJECT-REASON
                           PERFORM 3100-WRITE-REJECT-LINE
                       WHEN WS-EFFECTIVE-DATE LESS THAN HOLD-PLACED-DATE
                           MOVE "BEFORE PLACED DATE"
                               TO WS-REJECT-REASON
                           PERFORM 3100-WRITE-REJECT-LINE
                       WHEN OTHER
                           PERFORM 3200-WRITE-BEFORE-IMAGE
                           MOVE "R"               TO HOLD-STATUS-CODE
                           MOVE WS-EFFECTIVE-DATE TO HOLD-RELEASE-DATE
                           MOVE HT-USER-ID        TO HOLD-RELEASED-BY
                           REWRITE HOLD-RECORD
                           IF  WS-HLD-STATUS EQUAL "00"
                               PERFORM 3000-WRITE-APPLIED-LINE
                               PERFORM 3300-WRITE-AFTER-IMAGE
                           ELSE
                               MOVE "REWRITE FAILED"
                                   TO WS-REJECT-REASON
                               PERFORM 3100-WRITE-REJECT-LINE
                           END-IF
                   END-EVALUATE
           END-READ
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
      * SERIAL DAY NUMBER FOR WS-CURRENT-DATE.  SAME LOGIC AS THE
      * PARAGRAPH OF THE SAME NAME IN INVAGED; ONLY DIFFERENCES OF
      * THESE NUMBERS ARE USED, SO THE EPOCH DOES NOT MATTER.
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

       3000-WRITE-APPLIED-LINE.
           ADD 1 TO WS-TXN-APPLIED-COUNT
           MOVE HT-ACTION-CODE TO AL-ACTION-CODE
           MOVE HT-CUSTOMER-NO TO AL-CUSTOMER-NO
           MOVE "APPLIED"      TO AL-RESULT
           MOVE SPACES         TO AL-REASON
           WRITE HOLD-REPORT-RECORD FROM WS-ACTION-LINE
           .

       3100-WRITE-REJECT-LINE.
           ADD 1 TO WS-TXN-REJECT-COUNT
           MOVE HT-ACTION-CODE TO AL-ACTION-CODE
           MOVE HT-CUSTOMER-NO TO AL-CUSTOMER-NO
           MOVE "REJECTED"     TO AL-RESULT
           MOVE WS-REJECT-REASON TO AL-REASON
           WRITE HOLD-REPORT-RECORD FROM WS-ACTION-LINE
           .

       3200-WRITE-BEFORE-IMAGE.
           MOVE "BEFORE:"   TO IL-IMAGE-TAG
           MOVE HOLD-RECORD TO IL-IMAGE-DATA
           WRITE HOLD-REPORT-RECORD FROM WS-IMAGE-LINE
           .

       3300-WRITE-AFTER-IMAGE.
           MOVE "AFTER: "   TO IL-IMAGE-TAG
           MOVE HOLD-RECORD TO IL-IMAGE-DATA
           WRITE HOLD-REPORT-RECORD FROM WS-IMAGE-LINE
           .

      *----------------------------------------------------------------*
      * THE HOLD REGISTER: READ THE WHOLE HOLD FILE IN CUSTOMER ORDER
      * AFTER THE CARDS ARE APPLIED AND LIST EVERY ACCOUNT STILL ON
      * HOLD.  DAYS HELD RUNS FROM THE PLACED DATE TO TODAY.  A HELD
      * ACCOUNT WHOSE MASTER BALANCE IS NOW ZERO IS FLAGGED FOR
      * RELEASE; ONE NO LONGER ON INVOICE-MASTER IS FLAGGED AS WELL.
      *----------------------------------------------------------------*
       5000-PRINT-HOLD-REGISTER.
           WRITE HOLD-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-RUN-DATE TO RT-RUN-DATE
           WRITE HOLD-REPORT-RECORD FROM WS-REGISTER-TITLE-LINE
           WRITE HOLD-REPORT-RECORD FROM WS-REGISTER-HEADER-LINE
           MOVE ZEROS TO HOLD-CUSTOMER-NO
           START HOLD-FILE KEY IS GREATER THAN HOLD-CUSTOMER-NO
               INVALID KEY
                   SET END-OF-HOLDS TO TRUE
           END-START
           PERFORM 5100-REGISTER-ONE-HOLD UNTIL END-OF-HOLDS
           MOVE WS-HELD-BALANCE TO RX-BALANCE
           WRITE HOLD-REPORT-RECORD FROM WS-REGISTER-TOTAL-LINE
           .

       5100-REGISTER-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET END-OF-HOLDS TO TRUE
           END-READ
           IF  NOT END-OF-HOLDS
               IF  ACCOUNT-ON-HOLD
                   PERFORM 5200-WRITE-REGISTER-LINE
               END-IF
           END-IF
           .

       5200-WRITE-REGISTER-LINE.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES            TO RL-FLAG
           MOVE HOLD-CUSTOMER-NO  TO RL-CUSTOMER-NO
           MOVE HOLD-REASON-CODE  TO RL-REASON-CODE
           MOVE HOLD-PLACED-DATE  TO RL-PLACED-DATE
           MOVE HOLD-PLACED-BY    TO RL-PLACED-BY
           MOVE ZERO              TO RL-DAYS-HELD
           IF  HOLD-PLACED-DATE NUMERIC
               MOVE HOLD-PLACED-DATE TO WS-CURRENT-DATE
               PERFORM 2900-COMPUTE-DAY-NUMBER
               COMPUTE WS-DAYS-HELD
                   = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
               MOVE WS-DAYS-HELD TO RL-DAYS-HELD
           ELSE
               MOVE "NO PLACED DATE" TO RL-FLAG
           END-IF
           MOVE ZERO TO RL-BALANCE
           MOVE HOLD-CUSTOMER-NO TO IM-CUSTOMER-NO
           READ INVOICE-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON INVMAST" TO RL-FLAG
               NOT INVALID KEY
                   IF  IM-OUTSTANDING-BALANCE NUMERIC
                       MOVE IM-OUTSTANDING-BALANCE TO RL-BALANCE
                       ADD IM-OUTSTANDING-BALANCE TO WS-HELD-BALANCE
                       IF  IM-OUTSTANDING-BALANCE EQUAL ZERO
                           ADD 1 TO WS-CLEARED-COUNT
                           MOVE "PAID - RELEASE?" TO RL-FLAG
                       END-IF
                   END-IF
           END-READ
           WRITE HOLD-REPORT-RECORD FROM WS-REGISTER-LINE
           .

       9000-WRAP-UP.
           WRITE HOLD-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "TRANSACTIONS READ:    " TO CL-LABEL
           MOVE WS-TXN-READ-COUNT TO CL-COUNT
           WRITE HOLD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS APPLIED: " TO CL-LABEL
           MOVE WS-TXN-APPLIED-COUNT TO CL-COUNT
           WRITE HOLD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED:" TO CL-LABEL
           MOVE WS-TXN-REJECT-COUNT TO CL-COUNT
           WRITE HOLD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "RECOMMENDATIONS LOADED" TO CL-LABEL
           MOVE WS-REC-COUNT TO CL-COUNT
           WRITE HOLD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ACCOUNTS ON HOLD:     " TO CL-LABEL
           MOVE WS-HELD-COUNT TO CL-COUNT
           WRITE HOLD-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "HELD WITH ZERO BAL:   " TO CL-LABEL
           MOVE WS-CLEARED-COUNT TO CL-COUNT
           WRITE HOLD-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE HOLD-FILE
           CLOSE INVOICE-MASTER-FILE
           CLOSE HOLD-TRANS-FILE
           CLOSE HOLD-REPORT-FILE
           .

       9999-END.
           GOBACK
           .
