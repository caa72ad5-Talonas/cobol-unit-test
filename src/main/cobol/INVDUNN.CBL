      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   DUNNING LETTER JOB.  INVSTMT FLAGS HELD ACCOUNTS SO
      *            COLLECTIONS LETTERS CAN FOLLOW, BUT UNTIL NOW THE
      *            LETTERS WERE TYPED BY HAND FROM CUSTREF AGAINST THE
      *            INVAGED TRIAL BALANCE.  READS EVERY INVOICE-MASTER
      *            RECORD, AGES THE CUSTOMER'S OPEN ITEMS (OPENITEM) BY
      *            DAYS PAST EACH ITEM'S DUE DATE AS INVAGED DOES, AND
      *            PICKS THE NOTICE STAGE THE OLDEST ITEM HAS EARNED:
      *            A FRIENDLY REMINDER PAST 30 DAYS, A SECOND NOTICE
      *            PAST 60, A FINAL DEMAND PAST 90.  THE LETTER PRINTS
      *            ON DUNLTR IN THE SAME DOCUMENT FORMAT AS INVPRINT'S
      *            INVOICES -- REMIT-TO BLOCK, CUSTREF NAME AND
      *            ADDRESS, THE PAST-DUE ITEMS AND THE AMOUNTS OWED.
      *
      *            THE DUNNING HISTORY FILE (DUNHIST, DUNREC COPYBOOK)
      *            KEEPS THE LAST STAGE SENT IN THE CUSTOMER'S CURRENT
      *            CYCLE AND THE DATE EACH STAGE WENT OUT.  A CUSTOMER
      *            ONLY EVER MOVES UP ONE STAGE AT A TIME, NEVER
      *            RECEIVES THE SAME STAGE TWICE IN ONE CYCLE, AND IS
      *            NOT SENT A FURTHER LETTER WITHIN 30 DAYS OF THE
      *            LAST ONE, SO A CUSTOMER FIRST FOUND 95 DAYS PAST DUE
      *            GETS THE REMINDER TONIGHT AND THE FINAL DEMAND NO
      *            SOONER THAN 60 DAYS FROM NOW.  ONCE THE ACCOUNT IS
      *            NO LONGER MORE THAN 30 DAYS PAST DUE THE CYCLE IS
      *            CLOSED, AND A LATER DELINQUENCY STARTS AGAIN AT THE
      *            REMINDER.
      *
      *            A CUSTOMER WHO HAS EARNED A LETTER BUT HAS NO
      *            CUSTREF RECORD, OR WHOSE MASTER BALANCE IS NOW PAID,
      *            GOES TO THE EXCEPTION LIST (DUNEXCP) INSTEAD OF
      *            GETTING A LETTER; THE HISTORY IS NOT ADVANCED FOR A
      *            MISSING CUSTREF, SO THE LETTER GOES OUT ON THE FIRST
      *            RUN AFTER THE CUSTMNT ADD CARD.  EVERY LETTER AND
      *            CLOSED CYCLE IS LISTED ON THE DUNNING REGISTER
      *            (DUNRPT) WITH COUNTS BY OUTCOME.
      *
      * USAGE:     INVDUNN
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   NO OPEN-ITEM FILE ON DISK (NO INVGEN RUN
      *                     YET) IS READ AS NO OPEN ITEMS, SO NOTHING
      *                     IS PAST DUE AND NO LETTER IS PRODUCED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDUNN.
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
           SELECT CUSTOMER-REF-FILE ASSIGN TO "CUSTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CU-STATUS.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-CUSTOMER-NO
               FILE STATUS IS WS-DH-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DUNLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "DUNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "DUNEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-MASTER-FILE.
           COPY INVMASTR.
       FD  OPEN-ITEM-FILE.
           COPY OIRECORD.
       FD  CUSTOMER-REF-FILE.
           COPY CUSTREC.
       FD  DUNNING-HISTORY-FILE.
           COPY DUNREC.
       FD  LETTER-FILE.
       01  LETTER-RECORD                PIC X(80).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD              PIC X(80).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD             PIC X(80).
       WORKING-STORAGE SECTION.
           COPY DATETIME.
       01  WS-QUOTIENT          PIC S9(4) COMP.
       01  WS-REMAINDER-4       PIC S9(4) COMP.
       01  WS-REMAINDER-100     PIC S9(4) COMP.
       01  WS-REMAINDER-400     PIC S9(4) COMP.
       01  WS-IM-STATUS         PIC X(02).
       01  WS-OI-STATUS         PIC X(02).
       01  WS-CU-STATUS         PIC X(02).
       01  WS-DH-STATUS         PIC X(02).
       01  WS-LTR-STATUS        PIC X(02).
       01  WS-RPT-STATUS        PIC X(02).
       01  WS-EXC-STATUS        PIC X(02).
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-AGING-DATE        PIC X(08).
       01  WS-DAY-NUMBER        PIC S9(09) COMP.
       01  WS-RUN-DAY-NUMBER    PIC S9(09) COMP.
       01  WS-INV-DAY-NUMBER    PIC S9(09) COMP.
       01  WS-AGE-DAYS          PIC S9(09) COMP.
       01  WS-LEAP-QUOT-4       PIC S9(09) COMP.
       01  WS-LEAP-QUOT-100     PIC S9(09) COMP.
       01  WS-LEAP-QUOT-400     PIC S9(09) COMP.

      *----------------------------------------------------------------*
      * NOTICE THRESHOLDS.  AN OPEN ITEM MORE THAN WS-PAST-DUE-DAYS
      * PAST ITS DUE DATE IS PAST DUE FOR DUNNING; THE STAGE IS SET BY
      * THE OLDEST SUCH ITEM.  NO FURTHER LETTER GOES OUT WITHIN
      * WS-NOTICE-INTERVAL DAYS OF THE LAST ONE IN THE CYCLE.
      *----------------------------------------------------------------*
       01  WS-PAST-DUE-DAYS     PIC S9(04) COMP VALUE 30.
       01  WS-SECOND-NOTICE-DAYS PIC S9(04) COMP VALUE 60.
       01  WS-FINAL-DEMAND-DAYS PIC S9(04) COMP VALUE 90.
       01  WS-NOTICE-INTERVAL   PIC S9(04) COMP VALUE 30.
       01  WS-DUE-STAGE         PIC 9(01).
       01  WS-NEXT-STAGE        PIC 9(01).
       01  WS-MAX-DAYS-PAST-DUE PIC S9(09) COMP.
       01  WS-DAYS-SINCE-LETTER PIC S9(09) COMP.
       01  WS-PAST-DUE-AMOUNT   PIC S9(09)V99 COMP.
       01  WS-PAST-DUE-TOTAL    PIC S9(09)V99 COMP VALUE ZERO.
       01  WS-EXTRA-ITEMS-AMOUNT PIC S9(09)V99 COMP.
       01  WS-EXCEPTION-REASON  PIC X(25).
       01  WS-CUSTOMER-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-NO-AMOUNT-COUNT   PIC S9(07) COMP VALUE ZERO.
       01  WS-NOT-PAST-DUE-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-LETTER-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-STAGE-COUNTS.
           05  WS-STAGE-COUNT OCCURS 3 TIMES
                                PIC S9(07) COMP.
       01  WS-CLOSED-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-NOT-DUE-COUNT     PIC S9(07) COMP VALUE ZERO.
       01  WS-TOO-SOON-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-FINAL-SENT-COUNT  PIC S9(07) COMP VALUE ZERO.
       01  WS-NO-REF-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-PAID-COUNT        PIC S9(07) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC S9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * PAST-DUE OPEN ITEMS FOR THE CUSTOMER IN HAND, IN INVOICE NUMBER
      * ORDER, FOR THE ITEM LINES OF THE LETTER.  ITEMS BEYOND THE
      * TABLE STILL COUNT IN THE PAST-DUE AMOUNT AND ARE SUMMED ON THE
      * LETTER AS A SINGLE "AND n MORE" LINE.
      *----------------------------------------------------------------*
       01  WS-PD-MAX-ITEMS      PIC S9(04) COMP VALUE 20.
       01  WS-PD-COUNT          PIC S9(04) COMP.
       01  WS-PD-EXTRA-COUNT    PIC S9(04) COMP.
       01  WS-PD-SUB            PIC S9(04) COMP.
       01  WS-PAST-DUE-TABLE.
           05  WS-PD-ENTRY OCCURS 20 TIMES.
               10  WS-PD-INVOICE-NO     PIC 9(08).
               10  WS-PD-DUE-DATE       PIC X(08).
               10  WS-PD-DAYS           PIC S9(05) COMP.
               10  WS-PD-AMOUNT         PIC S9(07)V99 COMP.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-OI-DONE-SWITCH    PIC X(01) VALUE "N".
               88  OPEN-ITEMS-DONE  VALUE "Y".
           05  WS-OI-FILE-SWITCH    PIC X(01) VALUE "N".
               88  OPEN-ITEM-FILE-PRESENT VALUE "Y".
           05  WS-HISTORY-SWITCH    PIC X(01) VALUE "N".
               88  HISTORY-FOUND    VALUE "Y".
           05  WS-REF-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  REFERENCE-FOUND  VALUE "Y".
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

      *----------------------------------------------------------------*
      * LETTER WORDING BY STAGE: THE TITLE FOR THE HEADING LINE AND
      * THREE LINES OF BODY TEXT.
      *----------------------------------------------------------------*
       01  WS-NOTICE-TEXT-VALUES.
           05  FILLER               PIC X(20) VALUE "PAYMENT REMINDER".
           05  FILLER               PIC X(56) VALUE
               "OUR RECORDS SHOW THAT THE INVOICES LISTED BELOW".
           05  FILLER               PIC X(56) VALUE
               "ARE MORE THAN 30 DAYS PAST DUE.  IF YOUR PAYMENT".
           05  FILLER               PIC X(56) VALUE
               "IS ALREADY IN THE MAIL, PLEASE ACCEPT OUR THANKS.".
           05  FILLER               PIC X(20) VALUE "SECOND NOTICE".
           05  FILLER               PIC X(56) VALUE
               "WE HAVE NOT RECEIVED PAYMENT FOR THE INVOICES".
           05  FILLER               PIC X(56) VALUE
               "LISTED BELOW, NOW MORE THAN 60 DAYS PAST DUE.".
           05  FILLER               PIC X(56) VALUE
               "PLEASE REMIT THE PAST DUE AMOUNT WITHIN 10 DAYS.".
           05  FILLER               PIC X(20) VALUE "FINAL DEMAND".
           05  FILLER               PIC X(56) VALUE
               "THE INVOICES LISTED BELOW ARE MORE THAN 90 DAYS".
           05  FILLER               PIC X(56) VALUE
               "PAST DUE.  UNLESS THE PAST DUE AMOUNT IS RECEIVED".
           05  FILLER               PIC X(56) VALUE
               "WITHIN 10 DAYS, YOUR ACCOUNT WILL BE PLACED ON HOLD.".
       01  WS-NOTICE-TEXT-R REDEFINES WS-NOTICE-TEXT-VALUES.
           05  WS-NOTICE-TEXT OCCURS 3 TIMES.
               10  NT-TITLE             PIC X(20).
               10  NT-BODY-LINE OCCURS 3 TIMES
                                        PIC X(56).
       01  WS-BODY-SUB          PIC S9(04) COMP.

      *----------------------------------------------------------------*
      * LETTER WORKING STORAGE, LAID OUT AS INVPRINT'S INVOICE
      * DOCUMENTS SO LETTERS AND INVOICES GO THROUGH THE SAME BURSTER
      * AND ENVELOPES.
      *----------------------------------------------------------------*
       01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL "*".
       01  WS-HEADING-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  HD-NOTICE-TITLE      PIC X(20).
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "NOTICE DATE:  ".
           05  HD-NOTICE-DATE       PIC 9(08).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-CUSTOMER-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "CUSTOMER: ".
           05  CN-CUSTOMER-NO       PIC 9(06).
           05  FILLER               PIC X(63) VALUE SPACES.
       01  WS-REMIT-LABEL-LINE      PIC X(80)
               VALUE " REMIT TO:".
       01  WS-REMIT-NAME-LINE       PIC X(80)
               VALUE "    MERIDIAN OFFICE SERVICES".
       01  WS-REMIT-ADDR-LINE       PIC X(80)
               VALUE "    PO BOX 4100".
       01  WS-REMIT-CITY-LINE       PIC X(80)
               VALUE "    HARTFORD CT 06101".
       01  WS-BILL-LABEL-LINE       PIC X(80)
               VALUE " BILL TO:".
       01  WS-ADDRESS-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  AD-ADDRESS-TEXT      PIC X(25).
           05  FILLER               PIC X(51) VALUE SPACES.
       01  WS-BODY-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BD-TEXT              PIC X(56).
           05  FILLER               PIC X(23) VALUE SPACES.
       01  WS-ITEM-HEADER-LINE.
           05  FILLER               PIC X(28)
               VALUE "    INVOICE NO  DUE DATE".
           05  FILLER               PIC X(28)
               VALUE "DAYS LATE             AMOUNT".
           05  FILLER               PIC X(24) VALUE SPACES.
       01  WS-ITEM-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  LI-INVOICE-NO        PIC 9(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  LI-DUE-DATE          PIC X(08).
           05  FILLER               PIC X(08) VALUE SPACES.
           05  LI-DAYS              PIC ZZZZ9.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  LI-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(24) VALUE SPACES.
       01  WS-MORE-ITEMS-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE "AND ".
           05  MI-COUNT             PIC ZZZ9.
           05  FILLER               PIC X(31)
               VALUE " MORE PAST DUE ITEMS".
           05  MI-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(24) VALUE SPACES.
       01  WS-AMOUNT-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  AM-LABEL             PIC X(22).
           05  AM-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(43) VALUE SPACES.

      *----------------------------------------------------------------*
      * REGISTER AND EXCEPTION LIST WORKING STORAGE.  BOTH LISTS SHARE
      * THE DETAIL LINE; THE NOTE COLUMN CARRIES THE EXCEPTION REASON.
      *----------------------------------------------------------------*
       01  WS-REGISTER-TITLE-LINE.
           05  FILLER               PIC X(30)
               VALUE "DUNNING REGISTER FOR RUN DATE".
           05  RT-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(42) VALUE SPACES.
       01  WS-EXCEPTION-TITLE-LINE.
           05  FILLER               PIC X(32)
               VALUE "DUNNING EXCEPTIONS FOR RUN DATE".
           05  ET-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER               PIC X(08) VALUE " CUSTMR ".
           05  FILLER               PIC X(17) VALUE "ACTION".
           05  FILLER               PIC X(05) VALUE " DAYS".
           05  FILLER               PIC X(13) VALUE "     PAST DUE".
           05  FILLER               PIC X(13) VALUE "      BALANCE".
           05  FILLER               PIC X(24) VALUE " NOTE".
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-CUSTOMER-NO       PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-ACTION            PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-DAYS              PIC ZZZZ9.
           05  DL-PAST-DUE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-BALANCE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-NOTE              PIC X(24).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TO-LABEL             PIC X(29).
           05  TO-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(36) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(30).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1200-DUN-ONE-CUSTOMER UNTIL END-OF-FILE
           PERFORM 9000-WRAP-UP
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-CURRENT-DATE
           PERFORM 2900-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           MOVE ZERO TO WS-STAGE-COUNT (1)
           MOVE ZERO TO WS-STAGE-COUNT (2)
           MOVE ZERO TO WS-STAGE-COUNT (3)
           OPEN INPUT INVOICE-MASTER-FILE
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "INVDUNN - UNABLE TO OPEN INVOICE-MASTER, "
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
                   DISPLAY "INVDUNN - UNABLE TO OPEN OPEN-ITEM-FILE, "
                           "STATUS = " WS-OI-STATUS
                   GO TO 9999-END
           END-EVALUATE
           OPEN INPUT CUSTOMER-REF-FILE
           IF  WS-CU-STATUS NOT EQUAL "00"
               DISPLAY "INVDUNN - UNABLE TO OPEN CUSTOMER-REF-FILE, "
                       "STATUS = " WS-CU-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0560-OPEN-HISTORY-FILE
           OPEN OUTPUT LETTER-FILE
           IF  WS-LTR-STATUS NOT EQUAL "00"
               DISPLAY "INVDUNN - UNABLE TO OPEN LETTER-FILE, "
                       "STATUS = " WS-LTR-STATUS
               GO TO 9999-END
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF  WS-RPT-STATUS NOT EQUAL "00"
               DISPLAY "INVDUNN - UNABLE TO OPEN REGISTER-FILE, "
                       "STATUS = " WS-RPT-STATUS
               GO TO 9999-END
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF  WS-EXC-STATUS NOT EQUAL "00"
               DISPLAY "INVDUNN - UNABLE TO OPEN EXCEPTION-FILE, "
                       "STATUS = " WS-EXC-STATUS
               GO TO 9999-END
           END-IF
           MOVE WS-RUN-DATE TO RT-RUN-DATE
           WRITE REGISTER-RECORD FROM WS-REGISTER-TITLE-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE REGISTER-RECORD FROM WS-COLUMN-HEADER-LINE
           MOVE WS-RUN-DATE TO ET-RUN-DATE
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-TITLE-LINE
           WRITE EXCEPTION-RECORD FROM WS-BLANK-LINE
           WRITE EXCEPTION-RECORD FROM WS-COLUMN-HEADER-LINE
           PERFORM 1150-READ-NEXT-CUSTOMER
           .

      *----------------------------------------------------------------*
      * THE FIRST RUN FINDS NO HISTORY FILE; CREATE IT EMPTY AND CARRY
      * ON, AS HLDMAINT DOES FOR THE HOLD FILE.
      *----------------------------------------------------------------*
       0560-OPEN-HISTORY-FILE.
           OPEN I-O DUNNING-HISTORY-FILE
           IF  WS-DH-STATUS EQUAL "35"
               OPEN OUTPUT DUNNING-HISTORY-FILE
               CLOSE DUNNING-HISTORY-FILE
               OPEN I-O DUNNING-HISTORY-FILE
           END-IF
           IF  WS-DH-STATUS NOT EQUAL "00"
               DISPLAY "INVDUNN - UNABLE TO OPEN DUNNING-HISTORY-FILE, "
                       "STATUS = " WS-DH-STATUS
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
      * ONE CUSTOMER.  A RECORD WITH NO NUMERIC BALANCE (LOADED BEFORE
      * THE MASTER CARRIED AMOUNTS) IS COUNTED AND SKIPPED.  OTHERWISE
      * THE OPEN ITEMS ARE AGED AND THE STAGE THEY HAVE EARNED IS
      * WEIGHED AGAINST THE CUSTOMER'S DUNNING HISTORY.
      *----------------------------------------------------------------*
       1200-DUN-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           IF  IM-OUTSTANDING-BALANCE NOT NUMERIC
               ADD 1 TO WS-NO-AMOUNT-COUNT
           ELSE
               PERFORM 1300-READ-DUNNING-HISTORY
               PERFORM 1400-AGE-OPEN-ITEMS
               PERFORM 1600-SELECT-NOTICE
           END-IF
           PERFORM 1150-READ-NEXT-CUSTOMER
           .

      *----------------------------------------------------------------*
      * A CUSTOMER NEVER DUNNED HAS NO HISTORY RECORD; ONE IS BUILT IN
      * THE RECORD AREA AS A CLOSED CYCLE AT STAGE ZERO SO THE REST OF
      * THE PROGRAM TREATS BOTH CASES ALIKE.
      *----------------------------------------------------------------*
       1300-READ-DUNNING-HISTORY.
           MOVE "N" TO WS-HISTORY-SWITCH
           MOVE IM-CUSTOMER-NO TO DH-CUSTOMER-NO
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES TO DH-RECORD
                   MOVE IM-CUSTOMER-NO TO DH-CUSTOMER-NO
                   SET DH-CYCLE-CLOSED TO TRUE
                   MOVE ZERO TO DH-LAST-STAGE
                   MOVE ZERO TO DH-LAST-PAST-DUE-AMOUNT
               NOT INVALID KEY
                   SET HISTORY-FOUND TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * AGE THE CUSTOMER'S OPEN ITEMS AS INVAGED DOES, KEEPING ONLY
      * THOSE MORE THAN WS-PAST-DUE-DAYS PAST DUE: THEIR TOTAL, THE
      * OLDEST ITEM'S DAYS PAST DUE, AND THE ITEM DETAIL FOR THE
      * LETTER.  PAID ITEMS ARE THE TRAIL AND ARE SKIPPED.
      *----------------------------------------------------------------*
       1400-AGE-OPEN-ITEMS.
           MOVE ZERO TO WS-PAST-DUE-AMOUNT
           MOVE ZERO TO WS-MAX-DAYS-PAST-DUE
           MOVE ZERO TO WS-PD-COUNT
           MOVE ZERO TO WS-PD-EXTRA-COUNT
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
                       IF  WS-AGE-DAYS GREATER THAN WS-PAST-DUE-DAYS
                           PERFORM 1550-KEEP-PAST-DUE-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * DAYS FROM WS-AGING-DATE TO THE RUN DATE.  A DATE THAT IS NOT A
      * USABLE YYYYMMDD, OR ONE IN THE FUTURE, GIVES ZERO -- THE DATE
      * EDITS IN THE BILLING RUN OWN THAT PROBLEM, NOT THIS JOB.
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
                   = WS-RUN-DAY-NUMBER - WS-INV-DAY-NUMBER
               IF  WS-AGE-DAYS LESS THAN ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
           END-IF
           .

       1550-KEEP-PAST-DUE-ITEM.
           ADD OI-OPEN-AMOUNT TO WS-PAST-DUE-AMOUNT
           IF  WS-AGE-DAYS GREATER THAN WS-MAX-DAYS-PAST-DUE
               MOVE WS-AGE-DAYS TO WS-MAX-DAYS-PAST-DUE
           END-IF
           IF  WS-PD-COUNT LESS THAN WS-PD-MAX-ITEMS
               ADD 1 TO WS-PD-COUNT
               MOVE OI-INVOICE-NO  TO WS-PD-INVOICE-NO (WS-PD-COUNT)
               MOVE OI-DUE-DATE    TO WS-PD-DUE-DATE (WS-PD-COUNT)
               MOVE WS-AGE-DAYS    TO WS-PD-DAYS (WS-PD-COUNT)
               MOVE OI-OPEN-AMOUNT TO WS-PD-AMOUNT (WS-PD-COUNT)
           ELSE
               ADD 1 TO WS-PD-EXTRA-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * THE STAGE THE OLDEST PAST-DUE ITEM HAS EARNED, THEN WHAT TO DO
      * ABOUT IT:
      *   - MASTER BALANCE PAID: NO LETTER.  IF ITEMS STILL SHOW PAST
      *     DUE OR A CYCLE IS OPEN, THE CUSTOMER GOES TO THE EXCEPTION
      *     LIST AND ANY OPEN CYCLE IS CLOSED.
      *   - NOTHING PAST DUE: AN OPEN CYCLE IS CLOSED AS BROUGHT
      *     CURRENT.
      *   - OTHERWISE THE NEXT LETTER IN THE CYCLE IS CONSIDERED.
      *----------------------------------------------------------------*
       1600-SELECT-NOTICE.
           EVALUATE TRUE
               WHEN WS-MAX-DAYS-PAST-DUE GREATER THAN
                                         WS-FINAL-DEMAND-DAYS
                   MOVE 3 TO WS-DUE-STAGE
               WHEN WS-MAX-DAYS-PAST-DUE GREATER THAN
                                         WS-SECOND-NOTICE-DAYS
                   MOVE 2 TO WS-DUE-STAGE
               WHEN WS-MAX-DAYS-PAST-DUE GREATER THAN WS-PAST-DUE-DAYS
                   MOVE 1 TO WS-DUE-STAGE
               WHEN OTHER
                   MOVE 0 TO WS-DUE-STAGE
           END-EVALUATE
           EVALUATE TRUE
               WHEN IM-OUTSTANDING-BALANCE EQUAL ZERO
                   IF  WS-DUE-STAGE GREATER THAN ZERO
                       OR DH-CYCLE-OPEN
                       ADD 1 TO WS-PAID-COUNT
                       MOVE "BALANCE NOW PAID" TO WS-EXCEPTION-REASON
                       PERFORM 3100-WRITE-EXCEPTION-LINE
                       IF  DH-CYCLE-OPEN
                           PERFORM 2500-CLOSE-DUNNING-CYCLE
                       END-IF
                   ELSE
                       ADD 1 TO WS-NOT-PAST-DUE-COUNT
                   END-IF
               WHEN WS-DUE-STAGE EQUAL ZERO
                   ADD 1 TO WS-NOT-PAST-DUE-COUNT
                   IF  DH-CYCLE-OPEN
                       ADD 1 TO WS-CLOSED-COUNT
                       PERFORM 2500-CLOSE-DUNNING-CYCLE
                       MOVE "CYCLE CLOSED" TO DL-ACTION
                       MOVE "BROUGHT CURRENT" TO DL-NOTE
                       PERFORM 3000-WRITE-REGISTER-LINE
                   END-IF
               WHEN OTHER
                   PERFORM 1700-CONSIDER-NEXT-LETTER
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * THE NEXT LETTER IS ONE STAGE ABOVE THE LAST ONE SENT IN AN OPEN
      * CYCLE, OR THE REMINDER WHEN NO CYCLE IS OPEN.  IT GOES OUT ONLY
      * WHEN THE ITEMS HAVE AGED INTO THAT STAGE AND THE LAST LETTER IS
      * AT LEAST WS-NOTICE-INTERVAL DAYS OLD.  AFTER THE FINAL DEMAND
      * NOTHING MORE IS SENT IN THE CYCLE.
      *----------------------------------------------------------------*
       1700-CONSIDER-NEXT-LETTER.
           MOVE ZERO TO WS-DAYS-SINCE-LETTER
           IF  DH-CYCLE-OPEN
               COMPUTE WS-NEXT-STAGE = DH-LAST-STAGE + 1
               IF  DH-LAST-STAGE GREATER THAN ZERO
                   AND DH-LAST-STAGE LESS THAN 4
                   MOVE DH-STAGE-SENT-DATE (DH-LAST-STAGE)
                       TO WS-AGING-DATE
                   PERFORM 1500-COMPUTE-AGE
                   MOVE WS-AGE-DAYS TO WS-DAYS-SINCE-LETTER
               END-IF
           ELSE
               MOVE 1 TO WS-NEXT-STAGE
           END-IF
           EVALUATE TRUE
               WHEN DH-CYCLE-OPEN
                AND DH-LAST-STAGE NOT LESS THAN 3
                   ADD 1 TO WS-FINAL-SENT-COUNT
               WHEN WS-DUE-STAGE LESS THAN WS-NEXT-STAGE
                   ADD 1 TO WS-NOT-DUE-COUNT
               WHEN DH-CYCLE-OPEN
                AND WS-DAYS-SINCE-LETTER LESS THAN WS-NOTICE-INTERVAL
                   ADD 1 TO WS-TOO-SOON-COUNT
               WHEN OTHER
                   PERFORM 1800-LOOKUP-CUSTOMER-REF
                   IF  REFERENCE-FOUND
                       PERFORM 2000-WRITE-LETTER
                       PERFORM 2400-RECORD-LETTER-SENT
                       MOVE NT-TITLE (WS-NEXT-STAGE) TO DL-ACTION
                       MOVE SPACES TO DL-NOTE
                       PERFORM 3000-WRITE-REGISTER-LINE
                   ELSE
                       ADD 1 TO WS-NO-REF-COUNT
                       MOVE "NO CUSTREF RECORD" TO WS-EXCEPTION-REASON
                       PERFORM 3100-WRITE-EXCEPTION-LINE
                   END-IF
           END-EVALUATE
           .

       1800-LOOKUP-CUSTOMER-REF.
           MOVE "N" TO WS-REF-FOUND-SWITCH
           MOVE IM-CUSTOMER-NO TO CU-CUSTOMER-NO
           READ CUSTOMER-REF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REFERENCE-FOUND TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * ONE LETTER: HEAD AND REMIT BLOCK, BILL-TO ADDRESS, THE STAGE'S
      * BODY TEXT, THE PAST-DUE ITEMS AND THE AMOUNTS.
      *----------------------------------------------------------------*
       2000-WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-STAGE-COUNT (WS-NEXT-STAGE)
           ADD WS-PAST-DUE-AMOUNT TO WS-PAST-DUE-TOTAL
           WRITE LETTER-RECORD FROM WS-SEPARATOR-LINE
           MOVE NT-TITLE (WS-NEXT-STAGE) TO HD-NOTICE-TITLE
           MOVE WS-RUN-DATE TO HD-NOTICE-DATE
           WRITE LETTER-RECORD FROM WS-HEADING-LINE
           MOVE IM-CUSTOMER-NO TO CN-CUSTOMER-NO
           WRITE LETTER-RECORD FROM WS-CUSTOMER-LINE
           WRITE LETTER-RECORD FROM WS-BLANK-LINE
           WRITE LETTER-RECORD FROM WS-REMIT-LABEL-LINE
           WRITE LETTER-RECORD FROM WS-REMIT-NAME-LINE
           WRITE LETTER-RECORD FROM WS-REMIT-ADDR-LINE
           WRITE LETTER-RECORD FROM WS-REMIT-CITY-LINE
           WRITE LETTER-RECORD FROM WS-BLANK-LINE
           PERFORM 2100-WRITE-BILL-TO-BLOCK
           MOVE 1 TO WS-BODY-SUB
           PERFORM 2120-WRITE-ONE-BODY-LINE
               UNTIL WS-BODY-SUB GREATER THAN 3
           WRITE LETTER-RECORD FROM WS-BLANK-LINE
           WRITE LETTER-RECORD FROM WS-ITEM-HEADER-LINE
           MOVE 1 TO WS-PD-SUB
           PERFORM 2200-WRITE-ONE-ITEM-LINE
               UNTIL WS-PD-SUB GREATER THAN WS-PD-COUNT
           IF  WS-PD-EXTRA-COUNT GREATER THAN ZERO
               PERFORM 2250-WRITE-MORE-ITEMS-LINE
           END-IF
           WRITE LETTER-RECORD FROM WS-BLANK-LINE
           PERFORM 2300-WRITE-AMOUNT-BLOCK
           .

       2100-WRITE-BILL-TO-BLOCK.
           WRITE LETTER-RECORD FROM WS-BILL-LABEL-LINE
           MOVE CU-NAME TO AD-ADDRESS-TEXT
           WRITE LETTER-RECORD FROM WS-ADDRESS-LINE
           MOVE CU-ADDRESS-1 TO AD-ADDRESS-TEXT
           WRITE LETTER-RECORD FROM WS-ADDRESS-LINE
           IF  CU-ADDRESS-2 NOT EQUAL SPACES
               MOVE CU-ADDRESS-2 TO AD-ADDRESS-TEXT
               WRITE LETTER-RECORD FROM WS-ADDRESS-LINE
           END-IF
           MOVE CU-POSTAL-CODE TO AD-ADDRESS-TEXT
           WRITE LETTER-RECORD FROM WS-ADDRESS-LINE
           WRITE LETTER-RECORD FROM WS-BLANK-LINE
           .

       2120-WRITE-ONE-BODY-LINE.
           IF  NT-BODY-LINE (WS-NEXT-STAGE WS-BODY-SUB) NOT EQUAL SPACES
               MOVE NT-BODY-LINE (WS-NEXT-STAGE WS-BODY-SUB) TO BD-TEXT
               WRITE LETTER-RECORD FROM WS-BODY-LINE
           END-IF
           ADD 1 TO WS-BODY-SUB
           .

       2200-WRITE-ONE-ITEM-LINE.
           MOVE WS-PD-INVOICE-NO (WS-PD-SUB) TO LI-INVOICE-NO
           MOVE WS-PD-DUE-DATE (WS-PD-SUB)   TO LI-DUE-DATE
           MOVE WS-PD-DAYS (WS-PD-SUB)       TO LI-DAYS
           MOVE WS-PD-AMOUNT (WS-PD-SUB)     TO LI-AMOUNT
           WRITE LETTER-RECORD FROM WS-ITEM-LINE
           ADD 1 TO WS-PD-SUB
           .

      *----------------------------------------------------------------*
      * ITEMS BEYOND THE TABLE: THEIR AMOUNT IS WHATEVER PART OF THE
      * PAST-DUE TOTAL THE LISTED ITEMS DO NOT ACCOUNT FOR.
      *----------------------------------------------------------------*
       2250-WRITE-MORE-ITEMS-LINE.
           MOVE WS-PD-EXTRA-COUNT TO MI-COUNT
           MOVE WS-PAST-DUE-AMOUNT TO WS-EXTRA-ITEMS-AMOUNT
           MOVE 1 TO WS-PD-SUB
           PERFORM 2260-BACK-OUT-ONE-LISTED-ITEM
               UNTIL WS-PD-SUB GREATER THAN WS-PD-COUNT
           MOVE WS-EXTRA-ITEMS-AMOUNT TO MI-AMOUNT
           WRITE LETTER-RECORD FROM WS-MORE-ITEMS-LINE
           .

       2260-BACK-OUT-ONE-LISTED-ITEM.
           SUBTRACT WS-PD-AMOUNT (WS-PD-SUB)
               FROM WS-EXTRA-ITEMS-AMOUNT
           ADD 1 TO WS-PD-SUB
           .

       2300-WRITE-AMOUNT-BLOCK.
           MOVE "PAST DUE AMOUNT:      " TO AM-LABEL
           MOVE WS-PAST-DUE-AMOUNT TO AM-AMOUNT
           WRITE LETTER-RECORD FROM WS-AMOUNT-LINE
           MOVE "TOTAL BALANCE:        " TO AM-LABEL
           MOVE IM-OUTSTANDING-BALANCE TO AM-AMOUNT
           WRITE LETTER-RECORD FROM WS-AMOUNT-LINE
           WRITE LETTER-RECORD FROM WS-BLANK-LINE
           .

      *----------------------------------------------------------------*
      * RECORD THE LETTER JUST PRINTED.  THE REMINDER OPENS A NEW
      * CYCLE, WIPING THE STAGE DATES OF ANY EARLIER CLOSED ONE.
      *----------------------------------------------------------------*
       2400-RECORD-LETTER-SENT.
           IF  WS-NEXT-STAGE EQUAL 1
               MOVE SPACES TO DH-STAGE-DATES
               MOVE SPACES TO DH-CLOSED-DATE
               SET DH-CYCLE-OPEN TO TRUE
           END-IF
           MOVE WS-NEXT-STAGE TO DH-LAST-STAGE
           MOVE WS-RUN-DATE TO DH-STAGE-SENT-DATE (WS-NEXT-STAGE)
           MOVE WS-PAST-DUE-AMOUNT TO DH-LAST-PAST-DUE-AMOUNT
           IF  HISTORY-FOUND
               REWRITE DH-RECORD
                   INVALID KEY
                       DISPLAY "INVDUNN - REWRITE FAILED FOR DUNHIST "
                               DH-CUSTOMER-NO ", STATUS = "
                               WS-DH-STATUS
               END-REWRITE
           ELSE
               WRITE DH-RECORD
                   INVALID KEY
                       DISPLAY "INVDUNN - WRITE FAILED FOR DUNHIST "
                               DH-CUSTOMER-NO ", STATUS = "
                               WS-DH-STATUS
               END-WRITE
           END-IF
           .

       2500-CLOSE-DUNNING-CYCLE.
           SET DH-CYCLE-CLOSED TO TRUE
           MOVE WS-RUN-DATE TO DH-CLOSED-DATE
           REWRITE DH-RECORD
               INVALID KEY
                   DISPLAY "INVDUNN - REWRITE FAILED FOR DUNHIST "
                           DH-CUSTOMER-NO ", STATUS = " WS-DH-STATUS
           END-REWRITE
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

       3000-WRITE-REGISTER-LINE.
           MOVE IM-CUSTOMER-NO TO DL-CUSTOMER-NO
           MOVE WS-MAX-DAYS-PAST-DUE TO DL-DAYS
           MOVE WS-PAST-DUE-AMOUNT TO DL-PAST-DUE
           MOVE IM-OUTSTANDING-BALANCE TO DL-BALANCE
           WRITE REGISTER-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * AN EXCEPTION SHOWS THE LETTER THAT WAS HELD BACK, OR "NONE"
      * WHEN NOTHING IS PAST DUE ANY LONGER.
      *----------------------------------------------------------------*
       3100-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE IM-CUSTOMER-NO TO DL-CUSTOMER-NO
           IF  WS-DUE-STAGE GREATER THAN ZERO
               AND IM-OUTSTANDING-BALANCE GREATER THAN ZERO
               MOVE NT-TITLE (WS-NEXT-STAGE) TO DL-ACTION
           ELSE
               MOVE "NONE" TO DL-ACTION
           END-IF
           MOVE WS-MAX-DAYS-PAST-DUE TO DL-DAYS
           MOVE WS-PAST-DUE-AMOUNT TO DL-PAST-DUE
           MOVE IM-OUTSTANDING-BALANCE TO DL-BALANCE
           MOVE WS-EXCEPTION-REASON TO DL-NOTE
           WRITE EXCEPTION-RECORD FROM WS-DETAIL-LINE
           .

       9000-WRAP-UP.
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "PAST DUE AMOUNT DUNNED:" TO TO-LABEL
           MOVE WS-PAST-DUE-TOTAL TO TO-AMOUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE
           WRITE REGISTER-RECORD FROM WS-BLANK-LINE
           MOVE "CUSTOMERS READ:               " TO CL-LABEL
           MOVE WS-CUSTOMER-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "NO AMOUNTS ON FILE:           " TO CL-LABEL
           MOVE WS-NO-AMOUNT-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "NOT PAST DUE:                 " TO CL-LABEL
           MOVE WS-NOT-PAST-DUE-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "REMINDERS PRINTED:            " TO CL-LABEL
           MOVE WS-STAGE-COUNT (1) TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "SECOND NOTICES PRINTED:       " TO CL-LABEL
           MOVE WS-STAGE-COUNT (2) TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "FINAL DEMANDS PRINTED:        " TO CL-LABEL
           MOVE WS-STAGE-COUNT (3) TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "LETTERS PRINTED:              " TO CL-LABEL
           MOVE WS-LETTER-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "NEXT STAGE NOT YET EARNED:    " TO CL-LABEL
           MOVE WS-NOT-DUE-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "LAST LETTER TOO RECENT:       " TO CL-LABEL
           MOVE WS-TOO-SOON-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "FINAL DEMAND ALREADY SENT:    " TO CL-LABEL
           MOVE WS-FINAL-SENT-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "CYCLES CLOSED, CURRENT:       " TO CL-LABEL
           MOVE WS-CLOSED-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "EXCEPTIONS, NO CUSTREF:       " TO CL-LABEL
           MOVE WS-NO-REF-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           MOVE "EXCEPTIONS, BALANCE PAID:     " TO CL-LABEL
           MOVE WS-PAID-COUNT TO CL-COUNT
           WRITE REGISTER-RECORD FROM WS-COUNT-LINE
           WRITE EXCEPTION-RECORD FROM WS-BLANK-LINE
           MOVE "EXCEPTIONS LISTED:            " TO CL-LABEL
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT
           WRITE EXCEPTION-RECORD FROM WS-COUNT-LINE
           CLOSE INVOICE-MASTER-FILE
           IF  OPEN-ITEM-FILE-PRESENT
               CLOSE OPEN-ITEM-FILE
           END-IF
           CLOSE CUSTOMER-REF-FILE
           CLOSE DUNNING-HISTORY-FILE
           CLOSE LETTER-FILE
           CLOSE REGISTER-FILE
           CLOSE EXCEPTION-FILE
           .

       9999-END.
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
