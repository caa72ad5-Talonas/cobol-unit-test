      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   CONTROLLED FILE MAINTENANCE FOR THE TAX RATE FILE
      *            (TAXRATE).  RATES ARE EFFECTIVE-DATED: EACH ROW IS
      *            KEYED BY JURISDICTION PLUS THE DATE THE RATE TAKES
      *            EFFECT, AND INVGEN USES THE ROW IN EFFECT ON THE
      *            INVOICE DATE, SO A RATE CHANGE IS KEYED AHEAD OF
      *            TIME AS A NEW ROW RATHER THAN HAND-EDITED IN ON
      *            EXACTLY THE RIGHT NIGHT, AND THE OLD RATE STAYS ON
      *            FILE AS THE RECORD OF WHAT WAS CHARGED.  READS A
      *            TRANSACTION FILE OF ADD/CHANGE/DELETE CARDS, EDITS
      *            THEM BEFORE THE FILE IS TOUCHED, REJECTS BAD CARDS
      *            TO AN EDIT REPORT, AND PRINTS A BEFORE AND AFTER
      *            IMAGE OF EVERY RECORD IT TOUCHES, THE SAME WAY
      *            INVMAINT MAINTAINS INVOICE-MASTER AND BILLFREQ.
      *            A ROW THAT TOOK EFFECT BEFORE TODAY MAY NOT BE
      *            CHANGED OR DELETED -- INVOICES HAVE ALREADY BEEN
      *            TAXED AT IT.  A CORRECTION IS KEYED AS A NEW ROW.
      *
      * USAGE:     TAXMAINT
      *
      *            TRANSACTION CARD LAYOUT (TAXTXN):
      *              COL  1     ACTION       A=ADD C=CHANGE D=DELETE
      *              COL  2-3   JURISDICTION CODE
      *              COL  4-11  EFFECTIVE DATE YYYYMMDD
      *              COL 12-16  TAX RATE 9V9999, E.G. 06250 FOR
      *                         SIX AND A QUARTER PERCENT  (A/C ONLY)
      *              COL 17-36  DESCRIPTION  (A ONLY REQUIRED; BLANK
      *                         ON A CHANGE KEEPS THE OLD ONE)
      *
      *            RATES CARRIED OVER FROM THE OLD SINGLE-RATE FILE ARE
      *            RELOADED WITH ADD CARDS DATED 19000101 WHEN THE FILE
      *            IS CONVERTED.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TX-STATUS.
           SELECT TAX-TRANS-FILE ASSIGN TO "TAXTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT TAX-REPORT-FILE ASSIGN TO "TAXMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATE-FILE.
           COPY TAXREC.
       FD  TAX-TRANS-FILE.
       01  TT-RECORD.
           05  TT-ACTION-CODE           PIC X(01).
               88  TT-ADD               VALUE "A".
               88  TT-CHANGE            VALUE "C".
               88  TT-DELETE            VALUE "D".
           05  TT-JURISDICTION-CODE     PIC X(02).
           05  TT-EFFECTIVE-DATE        PIC X(08).
           05  TT-TAX-RATE              PIC 9(01)V9(04).
           05  TT-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(44).
       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
           COPY DATETIME.
       01  WS-QUOTIENT          PIC S9(4) COMP.
       01  WS-REMAINDER-4       PIC S9(4) COMP.
       01  WS-REMAINDER-100     PIC S9(4) COMP.
       01  WS-REMAINDER-400     PIC S9(4) COMP.
       01  WS-TX-STATUS         PIC X(02).
       01  WS-TXN-STATUS        PIC X(02).
       01  WS-RPT-STATUS        PIC X(02).
       01  WS-MAX-DAY-THIS-MONTH PIC 9(02).
       01  WS-REJECT-REASON     PIC X(20).
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-TXN-READ-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-TXN-APPLIED-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-TXN-REJECT-COUNT  PIC S9(07) COMP VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-VALID-RECORD-SWITCH PIC X(01) VALUE "Y".
               88  VALID-RECORD     VALUE "Y".
               88  INVALID-RECORD   VALUE "N".
           05  WS-LEAP-YEAR-SWITCH  PIC X(01) VALUE "N".
               88  LEAP-YEAR        VALUE "Y".
               88  NOT-LEAP-YEAR    VALUE "N".

      *----------------------------------------------------------------*
      * EDIT REPORT WORKING STORAGE.  ONE ACTION LINE PER TRANSACTION,
      * WITH A BEFORE AND/OR AFTER IMAGE LINE UNDER EVERY TRANSACTION
      * THAT TOUCHED A RECORD, AS ON THE INVMAINT EDIT REPORT.
      *----------------------------------------------------------------*
       01  WS-REPORT-TITLE-LINE     PIC X(80)
               VALUE "TAXRATE FILE MAINTENANCE EDIT REPORT".
       01  WS-ACTION-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-ACTION-CODE       PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-JURISDICTION-CODE PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-EFFECTIVE-DATE    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-RESULT            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AL-REASON            PIC X(20).
           05  FILLER               PIC X(36) VALUE SPACES.
       01  WS-IMAGE-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  IL-IMAGE-TAG         PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  IL-IMAGE-DATA        PIC X(36).
           05  FILLER               PIC X(33) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(22).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(51) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1200-PROCESS-ONE-TRANSACTION UNTIL END-OF-FILE
           PERFORM 9000-WRAP-UP
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0550-OPEN-TAX-RATE-FILE
           OPEN INPUT TAX-TRANS-FILE
           IF  WS-TXN-STATUS NOT EQUAL "00"
               DISPLAY "TAXMAINT - UNABLE TO OPEN TAX-TRANS-FILE, "
                       "STATUS = " WS-TXN-STATUS
               GO TO 9999-END
           END-IF
           OPEN OUTPUT TAX-REPORT-FILE
           IF  WS-RPT-STATUS NOT EQUAL "00"
               DISPLAY "TAXMAINT - UNABLE TO OPEN TAX-REPORT-FILE, "
                       "STATUS = " WS-RPT-STATUS
               GO TO 9999-END
           END-IF
           WRITE TAX-REPORT-RECORD FROM WS-REPORT-TITLE-LINE
           WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 1150-READ-NEXT-TRANSACTION
           .

      *----------------------------------------------------------------*
      * THE FIRST LOAD OF THE RATE FILE FINDS NOTHING ON DISK (STATUS
      * 35), SO IT IS CREATED EMPTY AND REOPENED, THE SAME WAY CUSTMNT
      * CREATES THE CUSTOMER REFERENCE FILE.
      *----------------------------------------------------------------*
       0550-OPEN-TAX-RATE-FILE.
           OPEN I-O TAX-RATE-FILE
           IF  WS-TX-STATUS EQUAL "35"
               OPEN OUTPUT TAX-RATE-FILE
               CLOSE TAX-RATE-FILE
               OPEN I-O TAX-RATE-FILE
           END-IF
           IF  WS-TX-STATUS NOT EQUAL "00"
               DISPLAY "TAXMAINT - UNABLE TO OPEN TAX-RATE-FILE, "
                       "STATUS = " WS-TX-STATUS
               GO TO 9999-END
           END-IF
           .

       1150-READ-NEXT-TRANSACTION.
           READ TAX-TRANS-FILE
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
                   WHEN TT-ADD
                       PERFORM 2100-ADD-RATE-RECORD
                   WHEN TT-CHANGE
                       PERFORM 2200-CHANGE-RATE-RECORD
                   WHEN TT-DELETE
                       PERFORM 2300-DELETE-RATE-RECORD
               END-EVALUATE
           ELSE
               PERFORM 3100-WRITE-REJECT-LINE
           END-IF
           PERFORM 1150-READ-NEXT-TRANSACTION
           .

      *----------------------------------------------------------------*
      * FRONT-END EDITS BEFORE THE RATE FILE IS TOUCHED.  THE
      * EFFECTIVE DATE GETS THE SAME YEAR/MONTH/DAY EDITS INVMAINT
      * APPLIES TO AN INVOICE DATE.  THE RATE IS A FRACTION KEYED WITH
      * NO DECIMAL POINT AND MUST BE LESS THAN ONE.  A CHANGE OR
      * DELETE MAY NOT TOUCH A ROW THAT TOOK EFFECT BEFORE TODAY.
      *----------------------------------------------------------------*
       1300-EDIT-TRANSACTION.
           SET VALID-RECORD TO TRUE
           IF  NOT TT-ADD AND NOT TT-CHANGE AND NOT TT-DELETE
               SET INVALID-RECORD TO TRUE
               MOVE "INVALID ACTION" TO WS-REJECT-REASON
           END-IF
           IF  VALID-RECORD
               IF  TT-JURISDICTION-CODE EQUAL SPACES
                   SET INVALID-RECORD TO TRUE
                   MOVE "INVALID JURISDICTION" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               MOVE TT-EFFECTIVE-DATE TO WS-CURRENT-DATE
               PERFORM 1900-VALIDATE-EFFECTIVE-DATE
           END-IF
           IF  VALID-RECORD
               IF  TT-ADD OR TT-CHANGE
                   IF  TT-TAX-RATE NOT NUMERIC
                       OR TT-TAX-RATE NOT LESS THAN 1
                       SET INVALID-RECORD TO TRUE
                       MOVE "INVALID RATE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  TT-ADD AND TT-DESCRIPTION EQUAL SPACES
                   SET INVALID-RECORD TO TRUE
                   MOVE "DESCRIPTION REQUIRED" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF  VALID-RECORD
               IF  (TT-CHANGE OR TT-DELETE)
                   AND WS-CURRENT-DATE LESS THAN WS-RUN-DATE
                   SET INVALID-RECORD TO TRUE
                   MOVE "RATE ALREADY IN USE" TO WS-REJECT-REASON
               END-IF
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
      * APPLY AN EDITED TRANSACTION TO THE RATE FILE.  AN ADD MUST NOT
      * FIND A ROW FOR THE SAME JURISDICTION AND EFFECTIVE DATE; A
      * CHANGE OR DELETE MUST.  THE BEFORE IMAGE IS PRINTED FROM THE
      * RECORD AS READ, THE AFTER IMAGE FROM THE RECORD AS WRITTEN.
      *----------------------------------------------------------------*
       2100-ADD-RATE-RECORD.
           MOVE SPACES               TO TX-RECORD
           MOVE TT-JURISDICTION-CODE TO TX-JURISDICTION-CODE
           MOVE TT-EFFECTIVE-DATE    TO TX-EFFECTIVE-DATE
           MOVE TT-TAX-RATE          TO TX-TAX-RATE
           MOVE TT-DESCRIPTION       TO TX-DESCRIPTION
           WRITE TX-RECORD
               INVALID KEY
                   MOVE "DUPLICATE RECORD" TO WS-REJECT-REASON
                   PERFORM 3100-WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF  WS-TX-STATUS EQUAL "00"
                       PERFORM 3000-WRITE-APPLIED-LINE
                       PERFORM 3300-WRITE-AFTER-IMAGE
                   ELSE
                       MOVE "WRITE FAILED" TO WS-REJECT-REASON
                       PERFORM 3100-WRITE-REJECT-LINE
                   END-IF
           END-WRITE
           .

       2200-CHANGE-RATE-RECORD.
           MOVE TT-JURISDICTION-CODE TO TX-JURISDICTION-CODE
           MOVE TT-EFFECTIVE-DATE    TO TX-EFFECTIVE-DATE
           READ TAX-RATE-FILE
               INVALID KEY
                   MOVE "RECORD NOT FOUND" TO WS-REJECT-REASON
                   PERFORM 3100-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 3200-WRITE-BEFORE-IMAGE
                   MOVE TT-TAX-RATE TO TX-TAX-RATE
                   IF  TT-DESCRIPTION NOT EQUAL SPACES
                       MOVE TT-DESCRIPTION TO TX-DESCRIPTION
                   END-IF
                   REWRITE TX-RECORD
                   IF  WS-TX-STATUS EQUAL "00"
                       PERFORM 3000-WRITE-APPLIED-LINE
                       PERFORM 3300-WRITE-AFTER-IMAGE
                   ELSE
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                       PERFORM 3100-WRITE-REJECT-LINE
                   END-IF
           END-READ
           .

       2300-DELETE-RATE-RECORD.
           MOVE TT-JURISDICTION-CODE TO TX-JURISDICTION-CODE
           MOVE TT-EFFECTIVE-DATE    TO TX-EFFECTIVE-DATE
           READ TAX-RATE-FILE
               INVALID KEY
                   MOVE "RECORD NOT FOUND" TO WS-REJECT-REASON
                   PERFORM 3100-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 3200-WRITE-BEFORE-IMAGE
                   DELETE TAX-RATE-FILE
                   IF  WS-TX-STATUS EQUAL "00"
                       PERFORM 3000-WRITE-APPLIED-LINE
                   ELSE
                       MOVE "DELETE FAILED" TO WS-REJECT-REASON
                       PERFORM 3100-WRITE-REJECT-LINE
                   END-IF
           END-READ
           .

       3000-WRITE-APPLIED-LINE.
           ADD 1 TO WS-TXN-APPLIED-COUNT
           MOVE TT-ACTION-CODE       TO AL-ACTION-CODE
           MOVE TT-JURISDICTION-CODE TO AL-JURISDICTION-CODE
           MOVE TT-EFFECTIVE-DATE    TO AL-EFFECTIVE-DATE
           MOVE "APPLIED"            TO AL-RESULT
           MOVE SPACES               TO AL-REASON
           WRITE TAX-REPORT-RECORD FROM WS-ACTION-LINE
           .

       3100-WRITE-REJECT-LINE.
           ADD 1 TO WS-TXN-REJECT-COUNT
           MOVE TT-ACTION-CODE       TO AL-ACTION-CODE
           MOVE TT-JURISDICTION-CODE TO AL-JURISDICTION-CODE
           MOVE TT-EFFECTIVE-DATE    TO AL-EFFECTIVE-DATE
           MOVE "REJECTED"           TO AL-RESULT
           MOVE WS-REJECT-REASON     TO AL-REASON
           WRITE TAX-REPORT-RECORD FROM WS-ACTION-LINE
           .

       3200-WRITE-BEFORE-IMAGE.
           MOVE "BEFORE:" TO IL-IMAGE-TAG
           MOVE TX-RECORD TO IL-IMAGE-DATA
           WRITE TAX-REPORT-RECORD FROM WS-IMAGE-LINE
           .

       3300-WRITE-AFTER-IMAGE.
           MOVE "AFTER: " TO IL-IMAGE-TAG
           MOVE TX-RECORD TO IL-IMAGE-DATA
           WRITE TAX-REPORT-RECORD FROM WS-IMAGE-LINE
           .

       9000-WRAP-UP.
           WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "TRANSACTIONS READ:    " TO CL-LABEL
           MOVE WS-TXN-READ-COUNT TO CL-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS APPLIED: " TO CL-LABEL
           MOVE WS-TXN-APPLIED-COUNT TO CL-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED:" TO CL-LABEL
           MOVE WS-TXN-REJECT-COUNT TO CL-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE TAX-RATE-FILE
           CLOSE TAX-TRANS-FILE
           CLOSE TAX-REPORT-FILE
           .

       9999-END.
           GOBACK
           .
