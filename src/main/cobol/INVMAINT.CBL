      *
      *            TRANSACTION CARD LAYOUT (MAINTTXN):
      *              COL  1     ACTION       A=ADD C=CHANGE D=DELETE
      *                                      X=CLOSE (FILE M ONLY)
      *              COL  2     FILE         M=INVMAST F=BILLFREQ
      *              COL  3-8   CUSTOMER NUMBER
      *              COL  9-16  INVOICE DATE YYYYMMDD (FILE M, A/C ONLY)
      *              COL 27-35  OUTSTANDING BALANCE 9(7)V99
      *                                               (FILE M, A/C ONLY)
      *              COL 36-37  JURISDICTION CODE     (FILE M, A/C ONLY)
      *              COL 38-45  SERVICE END DATE YYYYMMDD
      *                                               (FILE M, X ONLY)
      *
      * MODIFICATION HISTORY:
      *   22 AUG 2026  JM   ORIGINAL PROGRAM.
      *                     RATE; A MISSING RATE FILE SKIPS THE EDIT
      *                     (NO RATES LOADED YET) RATHER THAN
      *                     REJECTING EVERY CARD.
      *   15 OCT 2026  JM   TAX RATES ARE NOW EFFECTIVE-DATED.  THE
      *                     JURISDICTION EDIT NOW REQUIRES A RATE IN
      *                     EFFECT ON THE CARD'S INVOICE DATE, THE SAME
      *                     LOOKUP INVGEN MAKES, RATHER THAN ANY ROW
      *                     FOR THE CODE.
      *   15 OCT 2026  JM   ACCOUNT CLOSURE.  NEW ACTION X (MASTER ONLY)
      *                     MARKS AN ACTIVE ACCOUNT CLOSING WITH THE
      *                     SERVICE END DATE KEYED IN COLS 38-45 AND
      *                     TODAY AS THE REQUEST DATE; INVGEN BILLS THE
      *                     PRORATED FINAL INVOICE AND INVCLOSE ARCHIVES
      *                     THE ACCOUNT ONCE IT IS PAID.  A MASTER
      *                     DELETE IS NOW REFUSED WHILE A BALANCE IS
      *                     OWED -- CLOSE THE ACCOUNT INSTEAD.  IMAGE
      *                     LINES WIDENED FOR THE CLOSURE FIELDS.
      *   15 OCT 2026  JM   MASTER IMAGES NOW PRINT OVER TWO LINES SO
      *                     THE WHOLE 80-BYTE RECORD SHOWS, INCLUDING
      *                     THE FINAL-INVOICE AND LAST-BILLED DATES.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMAINT.
               FILE STATUS IS WS-BF-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TX-STATUS.
           SELECT MAINT-TRANS-FILE ASSIGN TO "MAINTTXN"
               ORGANIZATION IS SEQUENTIAL
               88  MT-ADD               VALUE "A".
               88  MT-CHANGE            VALUE "C".
               88  MT-DELETE            VALUE "D".
               88  MT-CLOSE             VALUE "X".
           05  MT-FILE-CODE             PIC X(01).
               88  MT-MASTER-FILE       VALUE "M".
               88  MT-FREQ-FILE         VALUE "F".
           05  MT-RECURRING-CHARGE      PIC 9(07)V99.
           05  MT-OUTSTANDING-BALANCE   PIC 9(07)V99.
           05  MT-JURISDICTION-CODE     PIC X(02).
           05  MT-SERVICE-END-DATE      PIC X(08).
           05  FILLER                   PIC X(35).
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS        PIC X(02).
       01  WS-RPT-STATUS        PIC X(02).
       01  WS-MAX-DAY-THIS-MONTH PIC 9(02).
       01  WS-RUN-DATE          PIC X(08).
       01  WS-REJECT-REASON     PIC X(20).
       01  WS-TXN-READ-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-TXN-APPLIED-COUNT PIC S9(07) COMP VALUE ZERO.
               88  NOT-LEAP-YEAR    VALUE "N".
           05  WS-TAX-FILE-SWITCH   PIC X(01) VALUE "N".
               88  TAX-FILE-PRESENT VALUE "Y".
           05  WS-TAX-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  TAX-RATE-FOUND   VALUE "Y".
           05  WS-TAX-SCAN-SWITCH   PIC X(01) VALUE "N".
               88  TAX-SCAN-DONE    VALUE "Y".

      *----------------------------------------------------------------*
      * EDIT REPORT WORKING STORAGE.  ONE ACTION LINE PER TRANSACTION,
           05  FILLER               PIC X(03) VALUE SPACES.
           05  IL-IMAGE-TAG         PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  IL-IMAGE-DATA        PIC X(63).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(22).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           .

       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O INVOICE-MASTER-FILE
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "INVMAINT - UNABLE TO OPEN INVOICE-MASTER, "
       1300-EDIT-TRANSACTION.
           SET VALID-RECORD TO TRUE
           IF  NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
               AND NOT MT-CLOSE
               SET INVALID-RECORD TO TRUE
               MOVE "INVALID ACTION" TO WS-REJECT-REASON
           END-IF
                   MOVE "INVALID FILE CODE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  MT-CLOSE AND NOT MT-MASTER-FILE
                   SET INVALID-RECORD TO TRUE
                   MOVE "CLOSE IS MASTER ONLY" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  MT-CUSTOMER-NO NOT NUMERIC
                   OR MT-CUSTOMER-NO EQUAL ZEROS
                   PERFORM 1900-VALIDATE-INVOICE-DATE
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  MT-CLOSE
                   MOVE MT-SERVICE-END-DATE TO WS-CURRENT-DATE
                   PERFORM 1900-VALIDATE-INVOICE-DATE
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  MT-MASTER-FILE AND (MT-ADD OR MT-CHANGE)
                   IF  MT-RECURRING-CHARGE NOT NUMERIC
           IF  VALID-RECORD
               IF  MT-MASTER-FILE AND (MT-ADD OR MT-CHANGE)
                   AND TAX-FILE-PRESENT
                   PERFORM 1400-FIND-TAX-RATE-IN-EFFECT
                   IF  NOT TAX-RATE-FOUND
                       SET INVALID-RECORD TO TRUE
                       MOVE "NO TAX RATE ON FILE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF  VALID-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * THE JURISDICTION MUST HAVE A RATE IN EFFECT ON THE CARD'S
      * INVOICE DATE -- THE SAME LOOKUP 2350-COMPUTE-TAX MAKES IN
      * INVGEN -- OR THE BILLING RUN WOULD REFUSE THE INVOICE.  THE
      * JURISDICTION'S ROWS ARE READ FORWARD FROM ITS FIRST KEY UNTIL
      * ONE TAKES EFFECT AFTER THE INVOICE DATE.
      *----------------------------------------------------------------*
       1400-FIND-TAX-RATE-IN-EFFECT.
           MOVE "N" TO WS-TAX-FOUND-SWITCH
           MOVE "N" TO WS-TAX-SCAN-SWITCH
           MOVE MT-JURISDICTION-CODE TO TX-JURISDICTION-CODE
           MOVE LOW-VALUES TO TX-EFFECTIVE-DATE
           START TAX-RATE-FILE KEY IS NOT LESS THAN TX-KEY
               INVALID KEY
                   SET TAX-SCAN-DONE TO TRUE
           END-START
           PERFORM 1450-CHECK-ONE-TAX-RATE UNTIL TAX-SCAN-DONE
           .

       1450-CHECK-ONE-TAX-RATE.
           READ TAX-RATE-FILE NEXT RECORD
               AT END
                   SET TAX-SCAN-DONE TO TRUE
           END-READ
           IF  NOT TAX-SCAN-DONE
               IF  TX-JURISDICTION-CODE NOT EQUAL MT-JURISDICTION-CODE
                   OR TX-EFFECTIVE-DATE GREATER THAN MT-INVOICE-DATE
                   SET TAX-SCAN-DONE TO TRUE
               ELSE
                   SET TAX-RATE-FOUND TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE SAME DATE EDITS INVDATE APPLIES TO EVERY MASTER RECORD:
      * YEAR NUMERIC AND NOT BEFORE 1900, MONTH 1-12, DAY WITHIN THE
                   PERFORM 2200-CHANGE-MASTER-RECORD
               WHEN MT-DELETE
                   PERFORM 2300-DELETE-MASTER-RECORD
               WHEN MT-CLOSE
                   PERFORM 2400-CLOSE-MASTER-RECORD
           END-EVALUATE
           .

                   PERFORM 3100-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 3200-WRITE-MASTER-BEFORE-IMAGE
                   IF  IM-OUTSTANDING-BALANCE NUMERIC
                       AND IM-OUTSTANDING-BALANCE GREATER THAN ZERO
                       MOVE "BALANCE NOT ZERO" TO WS-REJECT-REASON
                       PERFORM 3100-WRITE-REJECT-LINE
                   ELSE
                       DELETE INVOICE-MASTER-FILE
                       IF  WS-IM-STATUS EQUAL "00"
                           PERFORM 3000-WRITE-APPLIED-LINE
                       ELSE
                           MOVE "DELETE FAILED" TO WS-REJECT-REASON
                           PERFORM 3100-WRITE-REJECT-LINE
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * A CLOSE CARD MARKS THE ACCOUNT CLOSING AS OF THE SERVICE END
      * DATE KEYED ON THE CARD.  NOTHING ELSE ON THE MASTER CHANGES:
      * INVGEN BILLS THE PRORATED FINAL INVOICE WHEN THE ACCOUNT NEXT
      * COMES UP FOR BILLING, AND INVCLOSE ARCHIVES IT ONCE THE
      * BALANCE IS PAID.  A CLOSING ACCOUNT MAY BE CLOSED AGAIN TO
      * CORRECT ITS END DATE UNTIL THE FINAL INVOICE GOES OUT; AFTER
      * THAT THE DATE HAS BEEN BILLED AND ANY CORRECTION IS AN
      * ADJUSTMENT.
      *----------------------------------------------------------------*
       2400-CLOSE-MASTER-RECORD.
           MOVE MT-CUSTOMER-NO TO IM-CUSTOMER-NO
           READ INVOICE-MASTER-FILE
               INVALID KEY
                   MOVE "RECORD NOT FOUND" TO WS-REJECT-REASON
                   PERFORM 3100-WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF  IM-ACCOUNT-ACTIVE OR IM-ACCOUNT-CLOSING
                       PERFORM 2450-MARK-ACCOUNT-CLOSING
                   ELSE
                       IF  IM-ACCOUNT-FINAL-BILLED
                           MOVE "FINAL INVOICE ISSUED"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE "ACCOUNT NOT ACTIVE"
                               TO WS-REJECT-REASON
                       END-IF
                       PERFORM 3100-WRITE-REJECT-LINE
                   END-IF
           END-READ
           .

       2450-MARK-ACCOUNT-CLOSING.
           PERFORM 3200-WRITE-MASTER-BEFORE-IMAGE
           SET IM-ACCOUNT-CLOSING     TO TRUE
           MOVE MT-SERVICE-END-DATE   TO IM-SERVICE-END-DATE
           MOVE WS-RUN-DATE           TO IM-CLOSURE-REQUEST-DATE
           MOVE SPACES                TO IM-FINAL-INVOICE-DATE
           REWRITE IM-RECORD
           IF  WS-IM-STATUS EQUAL "00"
               PERFORM 3000-WRITE-APPLIED-LINE
               PERFORM 3300-WRITE-MASTER-AFTER-IMAGE
           ELSE
               MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               PERFORM 3100-WRITE-REJECT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * APPLY AN EDITED TRANSACTION TO BILL-FREQ.  SAME ADD/CHANGE/
      * DELETE RULES AS THE MASTER SIDE.
           WRITE MAINT-REPORT-RECORD FROM WS-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * THE 80-BYTE MASTER DOES NOT FIT ONE IMAGE LINE, SO IT PRINTS
      * OVER TWO: BYTES 1-63, THEN BYTES 64-80 (THE FINAL-INVOICE AND
      * LAST-BILLED DATES) UNDER A BLANK TAG.
      *----------------------------------------------------------------*
       3200-WRITE-MASTER-BEFORE-IMAGE.
           MOVE "BEFORE:" TO IL-IMAGE-TAG
           PERFORM 3350-WRITE-MASTER-IMAGE
           .

       3300-WRITE-MASTER-AFTER-IMAGE.
           MOVE "AFTER: " TO IL-IMAGE-TAG
           PERFORM 3350-WRITE-MASTER-IMAGE
           .

       3350-WRITE-MASTER-IMAGE.
           MOVE IM-RECORD (1:63) TO IL-IMAGE-DATA
           WRITE MAINT-REPORT-RECORD FROM WS-IMAGE-LINE
           MOVE SPACES TO IL-IMAGE-TAG
           MOVE IM-RECORD (64:17) TO IL-IMAGE-DATA
           WRITE MAINT-REPORT-RECORD FROM WS-IMAGE-LINE
           .

