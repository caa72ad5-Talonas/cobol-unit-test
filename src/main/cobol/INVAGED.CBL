      *            RECOMMENDATIONS.  THE CREDIT DEPARTMENT HAS BEEN
      *            SETTING HOLDFILE STATUS H RECORDS BY EYEBALLING
      *            SPREADSHEETS; THE DATA TO DO IT PROPERLY IS ALREADY
      *            ON FILE.  READS EVERY INVOICE-MASTER RECORD AND AGES
      *            THE CUSTOMER'S OPEN ITEMS (OPENITEM), EACH ONE BY
      *            DAYS PAST ITS OWN DUE DATE: CURRENT, 31-60, 61-90,
      *            OVER 90.  ANY PART OF THE MASTER BALANCE THE OPEN
      *            ITEMS DO NOT ACCOUNT FOR PRINTS ON A SEPARATE
      *            UNITEMIZED LINE AND TOTAL, SO THE BUCKETS PLUS
      *            UNITEMIZED TIE TO THE MASTER.  PRINTS THE AGED TRIAL
      *            BALANCE WITH BUCKET TOTALS, AND FOR CUSTOMERS WITH AN
      *            OPEN ITEM OVER 90 DAYS PAST DUE WHO ARE NOT ALREADY
      *            HELD WRITES A 20-BYTE ROW TO THE RECOMMENDATIONS FILE
      *            (HOLDRECS) -- CUSTOMER, STATUS H, REASON CODE PD AND
      *            THE RUN DATE AGED ON -- CANDIDATES FOR CREDIT TO
      *            APPROVE THROUGH HLDMAINT, NOT AUTOMATIC HOLDS.  HELD
      *            ACCOUNTS WHOSE BALANCE HAS DROPPED TO ZERO ARE
      *            FLAGGED ON THE REPORT AS RELEASE CANDIDATES, SINCE
      *            TODAY NOBODY REMEMBERS TO TAKE HOLDS OFF.
      *
      * USAGE:     INVAGED
      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   AGES THE OPEN-ITEM FILE (OIRECORD COPYBOOK,
      *                     OPENITEM) INSTEAD OF GUESSING THE LAST
      *                     BILLED DATE FROM AUDHIST, WHICH IS NO LONGER
      *                     READ.  EACH OPEN ITEM LANDS IN ITS OWN
      *                     BUCKET BY DAYS PAST ITS DUE DATE, SO ONE
      *                     CUSTOMER'S BALANCE CAN NOW SPREAD ACROSS
      *                     SEVERAL COLUMNS.  ANY PART OF THE MASTER
      *                     BALANCE NOT COVERED BY OPEN ITEMS (CARRIED
      *                     FROM BEFORE THE OPEN-ITEM FILE, OR KEYED BY
      *                     AN INVMAINT CHANGE CARD) PRINTS ON ITS OWN
      *                     LINE UNDER THE CUSTOMER AND IN ITS OWN
      *                     TOTAL, SO BUCKETS PLUS UNITEMIZED STILL TIE
      *                     TO THE MASTER.  THE HOLD RECOMMENDATION NOW
      *                     FIRES ON ANY OPEN ITEM OVER 90 DAYS PAST
      *                     DUE.
      *   15 OCT 2026  JM   HOLD RECORD NOW TAKEN FROM THE HOLDREC
      *                     COPYBOOK (WIDENED TO 80 BYTES FOR THE HOLD
      *                     MAINTENANCE JOB, HLDMAINT).  EACH
      *                     RECOMMENDATION NOW CARRIES REASON CODE PD,
      *                     WHICH HLDMAINT PUTS ON THE HOLD WHEN CREDIT
      *                     APPROVES IT, AND THE RUN DATE AGED ON FOR
      *                     CREDIT'S REVIEW.  THE HOLD IS DATED FROM THE
      *                     APPROVE CARD, NOT FROM THE RECOMMENDATION.
      *   15 OCT 2026  JM   NO OPEN-ITEM FILE ON DISK (NO INVGEN RUN
      *                     YET) IS READ AS NO OPEN ITEMS; EVERY
      *                     BALANCE THEN AGES AS UNITEMIZED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAGED.
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
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
           COPY INVMASTR.
       FD  OPEN-ITEM-FILE.
           COPY OIRECORD.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  AGED-REPORT-FILE.
       01  AGED-REPORT-RECORD           PIC X(80).
       FD  RECOMMENDATION-FILE.
       01  REC-RECORD.
           05  REC-CUSTOMER-NO          PIC 9(06).
           05  REC-STATUS-CODE          PIC X(01).
           05  REC-REASON-CODE          PIC X(02).
           05  REC-AGED-DATE            PIC X(08).
           05  FILLER                   PIC X(03).
       WORKING-STORAGE SECTION.
           COPY DATETIME.
       01  WS-QUOTIENT          PIC S9(4) COMP.
       01  WS-REMAINDER-100     PIC S9(4) COMP.
       01  WS-REMAINDER-400     PIC S9(4) COMP.
       01  WS-IM-STATUS         PIC X(02).
       01  WS-OI-STATUS         PIC X(02).
       01  WS-HLD-STATUS        PIC X(02).
       01  WS-RPT-STATUS        PIC X(02).
       01  WS-REC-STATUS        PIC X(02).
           05  WS-BUCKET-TOTAL OCCURS 4 TIMES
                                PIC S9(09)V99 COMP.
       01  WS-BUCKET-SUB        PIC S9(04) COMP.
       01  WS-CUSTOMER-BUCKETS.
           05  WS-CUST-BUCKET OCCURS 4 TIMES
                                PIC S9(09)V99 COMP.
       01  WS-ITEMIZED-AMOUNT   PIC S9(09)V99 COMP.
       01  WS-UNITEMIZED-AMOUNT PIC S9(09)V99 COMP.
       01  WS-UNITEMIZED-TOTAL  PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-UNITEMIZED-COUNT  PIC S9(07) COMP VALUE ZERO.
       01  WS-OPEN-ITEM-COUNT   PIC S9(07) COMP VALUE ZERO.
       01  WS-OLDEST-DUE-DATE   PIC X(08).
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-OI-DONE-SWITCH    PIC X(01) VALUE "N".
               88  OPEN-ITEMS-DONE  VALUE "Y".
           05  WS-OI-FILE-SWITCH    PIC X(01) VALUE "N".
               88  OPEN-ITEM-FILE-PRESENT VALUE "Y".
           05  WS-HOLD-FILE-SWITCH  PIC X(01) VALUE "N".
               88  HOLD-FILE-PRESENT VALUE "Y".
           05  WS-HELD-SWITCH       PIC X(01) VALUE "N".
           05  FILLER               PIC X(35) VALUE SPACES.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER               PIC X(08) VALUE " CUSTMR ".
           05  FILLER               PIC X(09) VALUE "OLD DUE  ".
           05  FILLER               PIC X(13) VALUE "     DUE/1-30".
           05  FILLER               PIC X(13) VALUE "        31-60".
           05  FILLER               PIC X(13) VALUE "        61-90".
           05  FILLER               PIC X(13) VALUE "      OVER 90".
           05  TO-BUCKET-AMOUNT OCCURS 4 TIMES
                                    PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(16) VALUE SPACES.
       01  WS-UNITEMIZED-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(30)
               VALUE "BALANCE NOT ON OPEN ITEMS".
           05  UL-AMOUNT            PIC -,---,--9.99.
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-UNITEMIZED-TOTAL-LINE.
           05  FILLER               PIC X(38)
               VALUE " UNITEMIZED BALANCE TOTAL".
           05  UT-AMOUNT            PIC -,---,--9.99.
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(26).
           05  CL-COUNT             PIC ZZZ,ZZ9.
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
                   DISPLAY "INVAGED - UNABLE TO OPEN OPEN-ITEM-FILE, "
                           "STATUS = " WS-OI-STATUS
                   GO TO 9999-END
           END-EVALUATE
           PERFORM 0560-OPEN-HOLD-FILE
           OPEN OUTPUT AGED-REPORT-FILE
           IF  WS-RPT-STATUS NOT EQUAL "00"
      * ONE CUSTOMER.  A RECORD WITH NO NUMERIC BALANCE (LOADED BEFORE
      * THE MASTER CARRIED AMOUNTS) IS COUNTED AND SKIPPED.  A ZERO
      * BALANCE PRINTS NOTHING UNLESS THE ACCOUNT IS HELD, IN WHICH
      * CASE IT PRINTS AS A RELEASE CANDIDATE.  EVERYTHING ELSE IS
      * AGED OPEN ITEM BY OPEN ITEM, BY DAYS PAST EACH ITEM'S DUE DATE.
      *----------------------------------------------------------------*
       1200-AGE-ONE-CUSTOMER.
           PERFORM 1960-CHECK-CREDIT-HOLD
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CUSTOMER-COUNT
                   PERFORM 1400-AGE-OPEN-ITEMS
                   PERFORM 3000-WRITE-DETAIL-LINE
           END-EVALUATE
           PERFORM 1150-READ-NEXT-CUSTOMER
           .

      *----------------------------------------------------------------*
      * AGE THE CUSTOMER'S OPEN ITEMS.  ITEMS ARRIVE IN INVOICE NUMBER
      * ORDER WITHIN THE CUSTOMER, OLDEST FIRST, SO THE FIRST OPEN ONE
      * READ CARRIES THE OLDEST DUE DATE.  PAID ITEMS ARE THE TRAIL
      * AND ARE SKIPPED.  WHATEVER PART OF THE MASTER BALANCE THE
      * ITEMS DO NOT ACCOUNT FOR IS KEPT APART AS UNITEMIZED RATHER
      * THAN FORCED INTO A BUCKET ON A GUESSED DATE.
      *----------------------------------------------------------------*
       1400-AGE-OPEN-ITEMS.
           MOVE ZERO TO WS-CUST-BUCKET (1)
           MOVE ZERO TO WS-CUST-BUCKET (2)
           MOVE ZERO TO WS-CUST-BUCKET (3)
           MOVE ZERO TO WS-CUST-BUCKET (4)
           MOVE ZERO TO WS-ITEMIZED-AMOUNT
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
           COMPUTE WS-UNITEMIZED-AMOUNT
               = IM-OUTSTANDING-BALANCE - WS-ITEMIZED-AMOUNT
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
                       ADD 1 TO WS-OPEN-ITEM-COUNT
                       IF  WS-OLDEST-DUE-DATE EQUAL SPACES
                           MOVE OI-DUE-DATE TO WS-OLDEST-DUE-DATE
                       END-IF
                       MOVE OI-DUE-DATE TO WS-AGING-DATE
                       PERFORM 1500-COMPUTE-AGE
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * DAYS PAST THE AGING DATE (THE OPEN ITEM'S DUE DATE).  A DATE
      * THAT IS NOT A USABLE YYYYMMDD, OR ONE IN THE FUTURE, AGES AS
      * CURRENT -- THE DATE EDITS IN THE BILLING RUN OWN THAT PROBLEM,
      * NOT THIS REPORT.
      *----------------------------------------------------------------*
       1500-COMPUTE-AGE.
           MOVE ZERO TO WS-AGE-DAYS
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD OI-OPEN-AMOUNT TO WS-CUST-BUCKET (WS-BUCKET-SUB)
           ADD OI-OPEN-AMOUNT TO WS-BUCKET-TOTAL (WS-BUCKET-SUB)
           ADD OI-OPEN-AMOUNT TO WS-ITEMIZED-AMOUNT
           .

      *----------------------------------------------------------------*
           .

      *----------------------------------------------------------------*
      * ONE TRIAL-BALANCE LINE, THE OPEN ITEMS SPREAD ACROSS THEIR
      * BUCKET COLUMNS UNDER THE OLDEST DUE DATE.  AN OPEN ITEM OVER
      * 90 DAYS PAST DUE ON AN ACCOUNT NOT ALREADY HELD ALSO SENDS THE
      * CUSTOMER OUT ON THE RECOMMENDATIONS FILE FOR CREDIT TO REVIEW.
      * AN UNITEMIZED BALANCE PRINTS ON ITS OWN LINE BENEATH.
      *----------------------------------------------------------------*
       3000-WRITE-DETAIL-LINE.
           MOVE SPACES TO DL-FLAG
           MOVE IM-CUSTOMER-NO     TO DL-CUSTOMER-NO
           MOVE WS-OLDEST-DUE-DATE TO DL-INVOICE-DATE
           MOVE WS-CUST-BUCKET (1) TO DL-BUCKET-AMOUNT (1)
           MOVE WS-CUST-BUCKET (2) TO DL-BUCKET-AMOUNT (2)
           MOVE WS-CUST-BUCKET (3) TO DL-BUCKET-AMOUNT (3)
           MOVE WS-CUST-BUCKET (4) TO DL-BUCKET-AMOUNT (4)
           EVALUATE TRUE
               WHEN CUSTOMER-HELD
                   MOVE "HELD"     TO DL-FLAG
               WHEN WS-CUST-BUCKET (4) GREATER THAN ZERO
                   MOVE "HOLD?"    TO DL-FLAG
                   PERFORM 3500-WRITE-RECOMMENDATION
           END-EVALUATE
           WRITE AGED-REPORT-RECORD FROM WS-DETAIL-LINE
           IF  WS-UNITEMIZED-AMOUNT NOT EQUAL ZERO
               ADD 1 TO WS-UNITEMIZED-COUNT
               ADD WS-UNITEMIZED-AMOUNT TO WS-UNITEMIZED-TOTAL
               MOVE WS-UNITEMIZED-AMOUNT TO UL-AMOUNT
               WRITE AGED-REPORT-RECORD FROM WS-UNITEMIZED-LINE
           END-IF
           .

       3100-WRITE-RELEASE-LINE.
           MOVE SPACES TO REC-RECORD
           MOVE IM-CUSTOMER-NO TO REC-CUSTOMER-NO
           MOVE "H"            TO REC-STATUS-CODE
           MOVE "PD"           TO REC-REASON-CODE
           MOVE WS-RUN-DATE    TO REC-AGED-DATE
           WRITE REC-RECORD
           .

           MOVE WS-BUCKET-TOTAL (3) TO TO-BUCKET-AMOUNT (3)
           MOVE WS-BUCKET-TOTAL (4) TO TO-BUCKET-AMOUNT (4)
           WRITE AGED-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-UNITEMIZED-TOTAL TO UT-AMOUNT
           WRITE AGED-REPORT-RECORD FROM WS-UNITEMIZED-TOTAL-LINE
           WRITE AGED-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "CUSTOMERS AGED:           " TO CL-LABEL
           MOVE WS-CUSTOMER-COUNT TO CL-COUNT
           WRITE AGED-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "OPEN ITEMS AGED:          " TO CL-LABEL
           MOVE WS-OPEN-ITEM-COUNT TO CL-COUNT
           WRITE AGED-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "UNITEMIZED BALANCES:      " TO CL-LABEL
           MOVE WS-UNITEMIZED-COUNT TO CL-COUNT
           WRITE AGED-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ZERO BALANCES SKIPPED:    " TO CL-LABEL
           MOVE WS-ZERO-BAL-COUNT TO CL-COUNT
           WRITE AGED-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE WS-RELEASE-COUNT TO CL-COUNT
           WRITE AGED-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE INVOICE-MASTER-FILE
           IF  OPEN-ITEM-FILE-PRESENT
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF  HOLD-FILE-PRESENT
               CLOSE HOLD-FILE
           END-IF
