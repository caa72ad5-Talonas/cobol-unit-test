      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   SALES TAX COLLECTED BY JURISDICTION, FOR FILING THE
      *            SALES-TAX RETURNS.  READS THE PERIOD'S INVOICE
      *            EXTRACT RECORDS AND TOTALS, FOR EACH
      *            IV-JURISDICTION-CODE, THE INVOICES BILLED, THE
      *            INVOICES THAT CARRIED TAX, THE TAXABLE BASE (THE
      *            CYCLE'S RECURRING CHARGE PLUS ADJUSTMENT CHARGES
      *            LESS CREDITS -- THE SAME BASE INVGEN'S
      *            2350-COMPUTE-TAX TAXES) AND IV-TAX-AMOUNT.  EACH
      *            INVOICE THAT CARRIED TAX PRINTED ONE TAX LINE ON ITS
      *            NIGHT'S BILLING REGISTER (BILLREG), SO THE TAX LINE
      *            COUNT AND THE TAX TOTAL HERE TIE TO THE TAX LINES
      *            AND THE TOTAL TAX LINES OF THE PERIOD'S REGISTERS.
      *            FINANCE FILES FROM THIS REPORT INSTEAD OF ADDING UP
      *            REGISTER PAGES BY HAND.  EACH JURISDICTION PRINTS
      *            THE DESCRIPTION AND RATE IN EFFECT ON THE LAST DAY
      *            OF THE PERIOD.
      *
      *            THE JCL BUILDS THE INPUT FIRST: THE PERIOD'S DAILY
      *            INVCFILE EXTRACTS CONCATENATED ONTO TAXINV, AS
      *            INVSTMT BUILDS STMTINV.  NO SORT IS NEEDED.
      *
      * USAGE:     INVTAXR [YYYYMMDD YYYYMMDD]
      *            OPTIONAL PERIOD FROM AND TO DATES; WHEN GIVEN, ROWS
      *            WITH AN INVOICE DATE OUTSIDE THE PERIOD ARE SKIPPED
      *            AND COUNTED.  WITHOUT THEM EVERY ROW ON TAXINV IS
      *            REPORTED.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVTAXR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-INVOICE-FILE ASSIGN TO "TAXINV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TX-STATUS.
           SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-INVOICE-FILE.
           COPY IVRECORD.
       FD  TAX-RATE-FILE.
           COPY TAXREC.
       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS        PIC X(02).
       01  WS-TX-STATUS         PIC X(02).
       01  WS-RPT-STATUS        PIC X(02).
       01  WS-RUN-PARM          PIC X(20).
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN    OCCURS 2 TIMES PIC X(08).
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PERIOD-FROM       PIC X(08) VALUE LOW-VALUES.
       01  WS-PERIOD-TO         PIC X(08) VALUE HIGH-VALUES.
       01  WS-RATE-DATE         PIC X(08).
       01  WS-TAX-BASE          PIC S9(09)V99 COMP.
       01  WS-ROWS-READ-COUNT   PIC S9(07) COMP VALUE ZERO.
       01  WS-OUTSIDE-COUNT     PIC S9(07) COMP VALUE ZERO.
       01  WS-NO-TAX-DATA-COUNT PIC S9(07) COMP VALUE ZERO.
       01  WS-REPORTED-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-TAX-LINE-COUNT    PIC S9(07) COMP VALUE ZERO.
       01  WS-TOTAL-BASE        PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-TOTAL-TAX         PIC S9(11)V99 COMP VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-PERIOD-SWITCH     PIC X(01) VALUE "N".
               88  PERIOD-GIVEN     VALUE "Y".
           05  WS-TAX-FILE-SWITCH   PIC X(01) VALUE "N".
               88  TAX-FILE-PRESENT VALUE "Y".
           05  WS-TAX-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  TAX-RATE-FOUND   VALUE "Y".
           05  WS-TAX-SCAN-SWITCH   PIC X(01) VALUE "N".
               88  TAX-SCAN-DONE    VALUE "Y".
           05  WS-JT-SCAN-SWITCH    PIC X(01) VALUE "N".
               88  JT-SCAN-DONE     VALUE "Y".
           05  WS-JT-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  JURISDICTION-FOUND VALUE "Y".

      *----------------------------------------------------------------*
      * ONE ENTRY PER JURISDICTION SEEN, KEPT IN CODE ORDER AS ENTRIES
      * ARE ADDED SO THE REPORT PRINTS STRAIGHT OFF THE TABLE.
      *----------------------------------------------------------------*
       01  WS-JUR-TABLE.
           05  WS-JT-ENTRY OCCURS 200 TIMES.
               10  WS-JT-CODE           PIC X(02).
               10  WS-JT-INVOICE-COUNT  PIC S9(07) COMP.
               10  WS-JT-TAX-LINE-COUNT PIC S9(07) COMP.
               10  WS-JT-TAXABLE-BASE   PIC S9(11)V99 COMP.
               10  WS-JT-TAX-AMOUNT     PIC S9(11)V99 COMP.
       01  WS-JT-COUNT          PIC S9(04) COMP VALUE ZERO.
       01  WS-JT-SUB            PIC S9(04) COMP.
       01  WS-JT-MOVE           PIC S9(04) COMP.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER               PIC X(36)
               VALUE "SALES TAX COLLECTED BY JURISDICTION ".
           05  TL-PERIOD-TEXT       PIC X(44).
       01  WS-PERIOD-TEXT.
           05  FILLER               PIC X(05) VALUE "FROM ".
           05  PT-PERIOD-FROM       PIC X(08).
           05  FILLER               PIC X(04) VALUE " TO ".
           05  PT-PERIOD-TO         PIC X(08).
           05  FILLER               PIC X(19) VALUE SPACES.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER               PIC X(40)
               VALUE " JU DESCRIPTION            RATE INVOICES".
           05  FILLER               PIC X(40)
               VALUE " TAX LNS  TAXABLE BASE TAX COLLECTED    ".
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-JURISDICTION-CODE PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-DESCRIPTION       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-TAX-RATE          PIC 9.9999.
           05  DL-TAX-RATE-X REDEFINES DL-TAX-RATE
                                    PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-INVOICE-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-TAX-LINE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-TAXABLE-BASE      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-TAX-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  TO-LABEL             PIC X(22).
           05  TO-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(44) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(22).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(51) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1200-PROCESS-ONE-INVOICE UNTIL END-OF-FILE
           PERFORM 9000-WRAP-UP
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RATE-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
               INTO WS-PARM-TOKEN (1)
                    WS-PARM-TOKEN (2)
           END-UNSTRING
           IF  WS-PARM-TOKEN (1) NOT EQUAL SPACES
               IF  WS-PARM-TOKEN (1) IS NUMERIC
                   AND WS-PARM-TOKEN (2) IS NUMERIC
                   AND WS-PARM-TOKEN (1) NOT GREATER THAN
                       WS-PARM-TOKEN (2)
                   SET PERIOD-GIVEN TO TRUE
                   MOVE WS-PARM-TOKEN (1) TO WS-PERIOD-FROM
                   MOVE WS-PARM-TOKEN (2) TO WS-PERIOD-TO
                   MOVE WS-PARM-TOKEN (2) TO WS-RATE-DATE
               ELSE
                   DISPLAY "INVTAXR - INVALID PERIOD PARM, MUST BE "
                           "YYYYMMDD YYYYMMDD = " WS-RUN-PARM
                   GO TO 9999-END
               END-IF
           END-IF
           OPEN INPUT TAX-INVOICE-FILE
           IF  WS-INV-STATUS NOT EQUAL "00"
               DISPLAY "INVTAXR - UNABLE TO OPEN TAX-INVOICE-FILE, "
                       "STATUS = " WS-INV-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0560-OPEN-TAX-RATE-FILE
           OPEN OUTPUT TAX-REPORT-FILE
           IF  WS-RPT-STATUS NOT EQUAL "00"
               DISPLAY "INVTAXR - UNABLE TO OPEN TAX-REPORT-FILE, "
                       "STATUS = " WS-RPT-STATUS
               GO TO 9999-END
           END-IF
           IF  PERIOD-GIVEN
               MOVE WS-PERIOD-FROM TO PT-PERIOD-FROM
               MOVE WS-PERIOD-TO   TO PT-PERIOD-TO
               MOVE WS-PERIOD-TEXT TO TL-PERIOD-TEXT
           ELSE
               MOVE "ALL INVOICES ON FILE" TO TL-PERIOD-TEXT
           END-IF
           WRITE TAX-REPORT-RECORD FROM WS-REPORT-TITLE-LINE
           WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE TAX-REPORT-RECORD FROM WS-COLUMN-HEADER-LINE
           PERFORM 1150-READ-NEXT-INVOICE
           .

      *----------------------------------------------------------------*
      * THE RATE FILE ONLY SUPPLIES THE DESCRIPTION AND RATE PRINTED
      * AGAINST EACH JURISDICTION; WITHOUT IT THE TOTALS STILL PRINT.
      * ANY OTHER OPEN FAILURE STOPS THE JOB.
      *----------------------------------------------------------------*
       0560-OPEN-TAX-RATE-FILE.
           OPEN INPUT TAX-RATE-FILE
           EVALUATE TRUE
               WHEN WS-TX-STATUS EQUAL "00"
                   SET TAX-FILE-PRESENT TO TRUE
               WHEN WS-TX-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVTAXR - UNABLE TO OPEN TAX-RATE-FILE, "
                           "STATUS = " WS-TX-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

       1150-READ-NEXT-INVOICE.
           READ TAX-INVOICE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF  NOT END-OF-FILE
               ADD 1 TO WS-ROWS-READ-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * ROWS FROM BEFORE TAX WAS COMPUTED AT BILLING CARRY NO USABLE
      * TAX FIELDS AND ARE COUNTED RATHER THAN REPORTED.  THE TAXABLE
      * BASE IS TAKEN ONLY WHEN POSITIVE, AS INVGEN TAXES IT.
      *----------------------------------------------------------------*
       1200-PROCESS-ONE-INVOICE.
           EVALUATE TRUE
               WHEN IV-INVOICE-DATE LESS THAN WS-PERIOD-FROM
                   OR IV-INVOICE-DATE GREATER THAN WS-PERIOD-TO
                   ADD 1 TO WS-OUTSIDE-COUNT
               WHEN IV-TAX-AMOUNT NOT NUMERIC
                   OR IV-RECURRING-CHARGE NOT NUMERIC
                   OR IV-ADJ-CHARGES NOT NUMERIC
                   OR IV-ADJ-CREDITS NOT NUMERIC
                   OR IV-JURISDICTION-CODE EQUAL SPACES
                   ADD 1 TO WS-NO-TAX-DATA-COUNT
               WHEN OTHER
                   PERFORM 2000-ACCUMULATE-INVOICE
           END-EVALUATE
           PERFORM 1150-READ-NEXT-INVOICE
           .

       2000-ACCUMULATE-INVOICE.
           ADD 1 TO WS-REPORTED-COUNT
           PERFORM 2100-FIND-JURISDICTION
           ADD 1 TO WS-JT-INVOICE-COUNT (WS-JT-SUB)
           COMPUTE WS-TAX-BASE
               = IV-RECURRING-CHARGE
               + IV-ADJ-CHARGES - IV-ADJ-CREDITS
           IF  WS-TAX-BASE GREATER THAN ZERO
               ADD WS-TAX-BASE TO WS-JT-TAXABLE-BASE (WS-JT-SUB)
               ADD WS-TAX-BASE TO WS-TOTAL-BASE
           END-IF
           IF  IV-TAX-AMOUNT GREATER THAN ZERO
               ADD 1 TO WS-JT-TAX-LINE-COUNT (WS-JT-SUB)
               ADD 1 TO WS-TAX-LINE-COUNT
               ADD IV-TAX-AMOUNT TO WS-JT-TAX-AMOUNT (WS-JT-SUB)
               ADD IV-TAX-AMOUNT TO WS-TOTAL-TAX
           END-IF
           .

      *----------------------------------------------------------------*
      * LEAVE WS-JT-SUB ON THE JURISDICTION'S ENTRY, OPENING A NEW ONE
      * IN CODE ORDER THE FIRST TIME A CODE IS SEEN.
      *----------------------------------------------------------------*
       2100-FIND-JURISDICTION.
           MOVE 1 TO WS-JT-SUB
           MOVE "N" TO WS-JT-SCAN-SWITCH
           MOVE "N" TO WS-JT-FOUND-SWITCH
           PERFORM 2110-CHECK-ONE-ENTRY UNTIL JT-SCAN-DONE
           IF  NOT JURISDICTION-FOUND
               PERFORM 2150-INSERT-JURISDICTION
           END-IF
           .

       2110-CHECK-ONE-ENTRY.
           IF  WS-JT-SUB GREATER THAN WS-JT-COUNT
               SET JT-SCAN-DONE TO TRUE
           ELSE
               IF  WS-JT-CODE (WS-JT-SUB)
                   NOT LESS THAN IV-JURISDICTION-CODE
                   SET JT-SCAN-DONE TO TRUE
                   IF  WS-JT-CODE (WS-JT-SUB)
                       EQUAL IV-JURISDICTION-CODE
                       SET JURISDICTION-FOUND TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-JT-SUB
               END-IF
           END-IF
           .

       2150-INSERT-JURISDICTION.
           IF  WS-JT-COUNT NOT LESS THAN 200
               DISPLAY "INVTAXR - JURISDICTION TABLE FULL AT 200"
               GO TO 9999-END
           END-IF
           PERFORM 2160-SHIFT-ONE-ENTRY
               VARYING WS-JT-MOVE FROM WS-JT-COUNT BY -1
               UNTIL WS-JT-MOVE LESS THAN WS-JT-SUB
           ADD 1 TO WS-JT-COUNT
           MOVE IV-JURISDICTION-CODE TO WS-JT-CODE (WS-JT-SUB)
           MOVE ZERO TO WS-JT-INVOICE-COUNT (WS-JT-SUB)
           MOVE ZERO TO WS-JT-TAX-LINE-COUNT (WS-JT-SUB)
           MOVE ZERO TO WS-JT-TAXABLE-BASE (WS-JT-SUB)
           MOVE ZERO TO WS-JT-TAX-AMOUNT (WS-JT-SUB)
           .

       2160-SHIFT-ONE-ENTRY.
           MOVE WS-JT-ENTRY (WS-JT-MOVE) TO WS-JT-ENTRY (WS-JT-MOVE + 1)
           .

      *----------------------------------------------------------------*
      * THE RATE IN EFFECT ON THE LAST DAY OF THE PERIOD (TODAY WHEN
      * NO PERIOD IS GIVEN), LOOKED UP THE WAY INVGEN'S
      * 2350-COMPUTE-TAX LOOKS IT UP FOR AN INVOICE DATE.
      *----------------------------------------------------------------*
       3000-WRITE-JURISDICTION-LINE.
           MOVE WS-JT-CODE (WS-JT-SUB)     TO DL-JURISDICTION-CODE
           MOVE "NO RATE IN EFFECT"        TO DL-DESCRIPTION
           MOVE SPACES                     TO DL-TAX-RATE-X
           IF  TAX-FILE-PRESENT
               PERFORM 3100-FIND-RATE-IN-EFFECT
           END-IF
           MOVE WS-JT-INVOICE-COUNT (WS-JT-SUB)  TO DL-INVOICE-COUNT
           MOVE WS-JT-TAX-LINE-COUNT (WS-JT-SUB) TO DL-TAX-LINE-COUNT
           MOVE WS-JT-TAXABLE-BASE (WS-JT-SUB)   TO DL-TAXABLE-BASE
           MOVE WS-JT-TAX-AMOUNT (WS-JT-SUB)     TO DL-TAX-AMOUNT
           WRITE TAX-REPORT-RECORD FROM WS-DETAIL-LINE
           .

       3100-FIND-RATE-IN-EFFECT.
           MOVE "N" TO WS-TAX-FOUND-SWITCH
           MOVE "N" TO WS-TAX-SCAN-SWITCH
           MOVE WS-JT-CODE (WS-JT-SUB) TO TX-JURISDICTION-CODE
           MOVE LOW-VALUES TO TX-EFFECTIVE-DATE
           START TAX-RATE-FILE KEY IS NOT LESS THAN TX-KEY
               INVALID KEY
                   SET TAX-SCAN-DONE TO TRUE
           END-START
           PERFORM 3150-CHECK-ONE-TAX-RATE UNTIL TAX-SCAN-DONE
           .

       3150-CHECK-ONE-TAX-RATE.
           READ TAX-RATE-FILE NEXT RECORD
               AT END
                   SET TAX-SCAN-DONE TO TRUE
           END-READ
           IF  NOT TAX-SCAN-DONE
               IF  TX-JURISDICTION-CODE NOT EQUAL WS-JT-CODE (WS-JT-SUB)
                   OR TX-EFFECTIVE-DATE GREATER THAN WS-RATE-DATE
                   SET TAX-SCAN-DONE TO TRUE
               ELSE
                   SET TAX-RATE-FOUND TO TRUE
                   MOVE TX-DESCRIPTION TO DL-DESCRIPTION
                   MOVE TX-TAX-RATE    TO DL-TAX-RATE
               END-IF
           END-IF
           .

       9000-WRAP-UP.
           PERFORM 3000-WRITE-JURISDICTION-LINE
               VARYING WS-JT-SUB FROM 1 BY 1
               UNTIL WS-JT-SUB GREATER THAN WS-JT-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "TOTAL TAXABLE BASE:   " TO TO-LABEL
           MOVE WS-TOTAL-BASE TO TO-AMOUNT
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "TOTAL TAX:            " TO TO-LABEL
           MOVE WS-TOTAL-TAX TO TO-AMOUNT
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
           WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "INVOICE ROWS READ:    " TO CL-LABEL
           MOVE WS-ROWS-READ-COUNT TO CL-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "OUTSIDE PERIOD:       " TO CL-LABEL
           MOVE WS-OUTSIDE-COUNT TO CL-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "NO TAX DATA ON ROW:   " TO CL-LABEL
           MOVE WS-NO-TAX-DATA-COUNT TO CL-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "INVOICES REPORTED:    " TO CL-LABEL
           MOVE WS-REPORTED-COUNT TO CL-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "REGISTER TAX LINES:   " TO CL-LABEL
           MOVE WS-TAX-LINE-COUNT TO CL-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE TAX-INVOICE-FILE
           IF  TAX-FILE-PRESENT
               CLOSE TAX-RATE-FILE
           END-IF
           CLOSE TAX-REPORT-FILE
           .

       9999-END.
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
