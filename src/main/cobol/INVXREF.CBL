      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   NIGHTLY REFERENTIAL INTEGRITY SWEEP OF THE BILLING
      *            FILES.  EACH MAINTENANCE PROGRAM EDITS ONLY ITS OWN
      *            FILE, SO THE FILES DRIFT APART; THIS JOB CROSS-CHECKS
      *            INVMAST, BILLFREQ, HOLDFILE, CUSTREF, TAXRATE,
      *            ADJFILE AND INVSUSP AND LISTS EVERY ORPHAN ROW AND
      *            EVERY MISSING PARTNER RECORD, ONE SECTION PER
      *            CATEGORY WITH ITS COUNT, AND A SUMMARY OF ALL
      *            CATEGORIES AT THE END.
      *            IT IS READ-ONLY: NOTHING IS CORRECTED HERE.  FIXES GO
      *            THROUGH THE OWNING MAINTENANCE PROGRAM AS USUAL.
      *
      *            ERROR CATEGORIES -- THE BILLING NIGHT WILL GO WRONG:
      *              1  MASTER WITH NO CUSTREF ROW (INVPRINT, INVSTMT
      *                 AND INVDUNN CANNOT ADDRESS THE DOCUMENT)
      *              2  MASTER WITH NO TAX RATE IN EFFECT FOR ITS
      *                 JURISDICTION ON ITS INVOICE DATE (INVGEN WILL
      *                 NOT INVOICE IT).  FINAL-BILLED MASTERS ARE NOT
      *                 INVOICED AGAIN AND ARE NOT CHECKED.
      *              6  UNAPPLIED ADJFILE ROW FOR A CUSTOMER NOT ON
      *                 INVMAST (THE CHARGE OR CREDIT WILL NEVER BILL)
      *            WARNING CATEGORIES -- HOUSEKEEPING:
      *              3  BILLFREQ ROW WITH NO MASTER
      *              4  HOLDFILE ROW WITH NO MASTER
      *              5  CUSTREF ROW WITH NO MASTER
      *              7  INVSUSP ROW WHOSE MASTER IS GONE OR HAS BEEN
      *                 REPAIRED SINCE IT WAS SUSPENDED (ITS INVOICE
      *                 DATE NO LONGER MATCHES THE SUSPENDED DATE)
      *
      *            BILLFREQ, HOLDFILE, CUSTREF, TAXRATE, ADJFILE AND
      *            INVSUSP ARE EACH OPTIONAL, AS IN THE PROGRAMS THAT
      *            READ THEM; A FILE NOT PRESENT HAS NO ROWS.
      *
      * USAGE:     INVXREF
      *            RUN NIGHTLY AHEAD OF THE BILLING STREAM.  REPORT ON
      *            XREFRPT.  RETURN CODE 8 WHEN ANY ERROR CATEGORY HAS
      *            ROWS, 4 WHEN ONLY WARNING CATEGORIES DO, 0 WHEN THE
      *            FILES AGREE.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVXREF.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-CUSTOMER-NO
               FILE STATUS IS WS-BF-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-CUSTOMER-NO
               FILE STATUS IS WS-HLD-STATUS.
           SELECT CUSTOMER-REF-FILE ASSIGN TO "CUSTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CU-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TX-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "INVSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT XREF-REPORT-FILE ASSIGN TO "XREFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
       FD  TAX-RATE-FILE.
           COPY TAXREC.
       FD  ADJUSTMENT-FILE.
           COPY ADJREC.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  XREF-REPORT-FILE.
       01  XREF-REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-IM-STATUS         PIC X(02).
       01  WS-BF-STATUS         PIC X(02).
       01  WS-HLD-STATUS        PIC X(02).
       01  WS-CU-STATUS         PIC X(02).
       01  WS-TX-STATUS         PIC X(02).
       01  WS-ADJ-STATUS        PIC X(02).
       01  WS-SUSP-STATUS       PIC X(02).
       01  WS-RPT-STATUS        PIC X(02).
       01  WS-RUN-DATE          PIC X(08).
       01  WS-MASTER-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-ROWS-READ         PIC S9(07) COMP.
       01  WS-SECTION-COUNT     PIC S9(07) COMP.
       01  WS-ERROR-TOTAL       PIC S9(07) COMP VALUE ZERO.
       01  WS-WARNING-TOTAL     PIC S9(07) COMP VALUE ZERO.
       01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.

      *----------------------------------------------------------------*
      * ONE ENTRY PER CATEGORY, IN REPORT ORDER: ITS TITLE, WHETHER IT
      * IS AN ERROR (RC 8) OR A WARNING (RC 4), AND ITS COUNT.
      *----------------------------------------------------------------*
       01  WS-CATEGORY-VALUES.
           05  FILLER               PIC X(42)
               VALUE "1MASTER WITH NO CUSTREF ROW              E".
           05  FILLER               PIC X(42)
               VALUE "2MASTER WITH NO TAX RATE IN EFFECT       E".
           05  FILLER               PIC X(42)
               VALUE "3BILLFREQ ROW WITH NO MASTER             W".
           05  FILLER               PIC X(42)
               VALUE "4HOLDFILE ROW WITH NO MASTER             W".
           05  FILLER               PIC X(42)
               VALUE "5CUSTREF ROW WITH NO MASTER              W".
           05  FILLER               PIC X(42)
               VALUE "6UNAPPLIED ADJFILE ROW WITH NO MASTER    E".
           05  FILLER               PIC X(42)
               VALUE "7INVSUSP ROW FOR MASTER GONE OR REPAIRED W".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CATEGORY-ENTRY OCCURS 7 TIMES.
               10  WS-CAT-NUMBER        PIC 9(01).
               10  WS-CAT-TITLE         PIC X(40).
               10  WS-CAT-SEVERITY      PIC X(01).
                   88  WS-CAT-ERROR     VALUE "E".
       01  WS-CATEGORY-COUNTS.
           05  WS-CAT-COUNT OCCURS 7 TIMES
                                    PIC S9(07) COMP.
       01  WS-CAT-SUB           PIC S9(04) COMP.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-BF-FILE-SWITCH    PIC X(01) VALUE "N".
               88  BILL-FREQ-FILE-PRESENT VALUE "Y".
           05  WS-HOLD-FILE-SWITCH  PIC X(01) VALUE "N".
               88  HOLD-FILE-PRESENT VALUE "Y".
           05  WS-CU-FILE-SWITCH    PIC X(01) VALUE "N".
               88  CUSTREF-FILE-PRESENT VALUE "Y".
           05  WS-TX-FILE-SWITCH    PIC X(01) VALUE "N".
               88  TAX-RATE-FILE-PRESENT VALUE "Y".
           05  WS-ADJ-FILE-SWITCH   PIC X(01) VALUE "N".
               88  ADJ-FILE-PRESENT VALUE "Y".
           05  WS-SUSP-FILE-SWITCH  PIC X(01) VALUE "N".
               88  SUSPENSE-FILE-PRESENT VALUE "Y".
           05  WS-MASTER-SWITCH     PIC X(01) VALUE "N".
               88  MASTER-FOUND     VALUE "Y".
           05  WS-TAX-SCAN-SWITCH   PIC X(01) VALUE "N".
               88  TAX-SCAN-DONE    VALUE "Y".
           05  WS-TAX-ROW-SWITCH    PIC X(01) VALUE "N".
               88  TAX-ROW-FOUND    VALUE "Y".
           05  WS-TAX-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  TAX-RATE-FOUND   VALUE "Y".

       01  WS-REPORT-TITLE-LINE.
           05  FILLER               PIC X(40)
               VALUE "BILLING FILES REFERENTIAL INTEGRITY FOR".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TL-RUN-DATE          PIC X(08).
           05  FILLER               PIC X(31) VALUE SPACES.
       01  WS-SECTION-HEADER-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SH-CATEGORY          PIC 9(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SH-TITLE             PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SH-SEVERITY          PIC X(07).
           05  FILLER               PIC X(27) VALUE SPACES.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER               PIC X(09) VALUE " CUSTMR  ".
           05  SC-FIELD-1           PIC X(14).
           05  SC-FIELD-2           PIC X(22).
           05  FILLER               PIC X(35) VALUE "NOTE".
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-CUSTOMER-NO       PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-FIELD-1           PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-FIELD-2           PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-NOTE              PIC X(35).
       01  WS-SECTION-COUNT-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  SL-LABEL             PIC X(16).
           05  SL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(52) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SM-CATEGORY          PIC 9(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SM-TITLE             PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SM-SEVERITY          PIC X(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SM-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(30).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-CHECK-MASTER-CUSTREF
           PERFORM 2000-CHECK-MASTER-TAX-RATE
           PERFORM 3000-CHECK-BILL-FREQ-ORPHANS
           PERFORM 4000-CHECK-HOLD-ORPHANS
           PERFORM 5000-CHECK-CUSTREF-ORPHANS
           PERFORM 6000-CHECK-ADJUSTMENT-ORPHANS
           PERFORM 7000-CHECK-SUSPENSE-ROWS
           PERFORM 9000-WRAP-UP
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-CAT-COUNT (1) WS-CAT-COUNT (2)
                        WS-CAT-COUNT (3) WS-CAT-COUNT (4)
                        WS-CAT-COUNT (5) WS-CAT-COUNT (6)
                        WS-CAT-COUNT (7)
           OPEN INPUT INVOICE-MASTER-FILE
           IF  WS-IM-STATUS NOT EQUAL "00"
               DISPLAY "INVXREF - UNABLE TO OPEN INVOICE-MASTER, "
                       "STATUS = " WS-IM-STATUS
               GO TO 9999-END
           END-IF
           PERFORM 0510-OPEN-PARTNER-FILES
           OPEN OUTPUT XREF-REPORT-FILE
           IF  WS-RPT-STATUS NOT EQUAL "00"
               DISPLAY "INVXREF - UNABLE TO OPEN XREF-REPORT-FILE, "
                       "STATUS = " WS-RPT-STATUS
               GO TO 9999-END
           END-IF
           MOVE WS-RUN-DATE TO TL-RUN-DATE
           WRITE XREF-REPORT-RECORD FROM WS-REPORT-TITLE-LINE
           .

      *----------------------------------------------------------------*
      * EVERY PARTNER FILE IS OPTIONAL: NOT FOUND MEANS NO ROWS.  ANY
      * OTHER OPEN FAILURE STOPS THE JOB RATHER THAN REPORTING A CLEAN
      * SWEEP OF A FILE THAT WAS NEVER READ.
      *----------------------------------------------------------------*
       0510-OPEN-PARTNER-FILES.
           OPEN INPUT BILL-FREQ-FILE
           EVALUATE TRUE
               WHEN WS-BF-STATUS EQUAL "00"
                   SET BILL-FREQ-FILE-PRESENT TO TRUE
               WHEN WS-BF-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVXREF - UNABLE TO OPEN BILL-FREQ-FILE, "
                           "STATUS = " WS-BF-STATUS
                   GO TO 9999-END
           END-EVALUATE
           OPEN INPUT HOLD-FILE
           EVALUATE TRUE
               WHEN WS-HLD-STATUS EQUAL "00"
                   SET HOLD-FILE-PRESENT TO TRUE
               WHEN WS-HLD-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVXREF - UNABLE TO OPEN HOLD-FILE, "
                           "STATUS = " WS-HLD-STATUS
                   GO TO 9999-END
           END-EVALUATE
           OPEN INPUT CUSTOMER-REF-FILE
           EVALUATE TRUE
               WHEN WS-CU-STATUS EQUAL "00"
                   SET CUSTREF-FILE-PRESENT TO TRUE
               WHEN WS-CU-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVXREF - UNABLE TO OPEN CUSTOMER-REF-"
                           "FILE, STATUS = " WS-CU-STATUS
                   GO TO 9999-END
           END-EVALUATE
           OPEN INPUT TAX-RATE-FILE
           EVALUATE TRUE
               WHEN WS-TX-STATUS EQUAL "00"
                   SET TAX-RATE-FILE-PRESENT TO TRUE
               WHEN WS-TX-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVXREF - UNABLE TO OPEN TAX-RATE-FILE, "
                           "STATUS = " WS-TX-STATUS
                   GO TO 9999-END
           END-EVALUATE
           OPEN INPUT ADJUSTMENT-FILE
           EVALUATE TRUE
               WHEN WS-ADJ-STATUS EQUAL "00"
                   SET ADJ-FILE-PRESENT TO TRUE
               WHEN WS-ADJ-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVXREF - UNABLE TO OPEN ADJUSTMENT-FILE, "
                           "STATUS = " WS-ADJ-STATUS
                   GO TO 9999-END
           END-EVALUATE
           OPEN INPUT SUSPENSE-FILE
           EVALUATE TRUE
               WHEN WS-SUSP-STATUS EQUAL "00"
                   SET SUSPENSE-FILE-PRESENT TO TRUE
               WHEN WS-SUSP-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVXREF - UNABLE TO OPEN SUSPENSE-FILE, "
                           "STATUS = " WS-SUSP-STATUS
                   GO TO 9999-END
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CATEGORY 1.  FIRST PASS OF INVMAST: EVERY MASTER NEEDS A NAME
      * AND ADDRESS ROW FOR ITS INVOICES, STATEMENTS AND LETTERS.
      *----------------------------------------------------------------*
       1000-CHECK-MASTER-CUSTREF.
           MOVE 1 TO WS-CAT-SUB
           MOVE "INVOICE DATE" TO SC-FIELD-1
           MOVE "ACCOUNT STATUS" TO SC-FIELD-2
           PERFORM 8000-START-SECTION
           PERFORM 8300-START-MASTER-PASS
           PERFORM 1100-CHECK-ONE-MASTER-CUSTREF UNTIL END-OF-FILE
           MOVE WS-ROWS-READ TO WS-MASTER-COUNT
           PERFORM 8100-END-SECTION
           .

       1100-CHECK-ONE-MASTER-CUSTREF.
           ADD 1 TO WS-ROWS-READ
           MOVE "N" TO WS-MASTER-SWITCH
           IF  CUSTREF-FILE-PRESENT
               MOVE IM-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-REF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF
           IF  NOT MASTER-FOUND
               MOVE IM-CUSTOMER-NO TO DL-CUSTOMER-NO
               MOVE IM-CURRENT-INVOICE-DATE TO DL-FIELD-1
               EVALUATE TRUE
                   WHEN IM-ACCOUNT-CLOSING
                       MOVE "CLOSING" TO DL-FIELD-2
                   WHEN IM-ACCOUNT-FINAL-BILLED
                       MOVE "FINAL BILLED" TO DL-FIELD-2
                   WHEN OTHER
                       MOVE "ACTIVE" TO DL-FIELD-2
               END-EVALUATE
               MOVE "NO NAME/ADDRESS FOR DOCUMENTS" TO DL-NOTE
               PERFORM 8200-WRITE-DETAIL-LINE
           END-IF
           PERFORM 8350-READ-NEXT-MASTER
           .

      *----------------------------------------------------------------*
      * CATEGORY 2.  SECOND PASS OF INVMAST: THE SAME RATE LOOKUP AS
      * INVGEN'S 2350-COMPUTE-TAX -- THE JURISDICTION'S ROWS READ
      * FORWARD FROM ITS FIRST KEY, ONE EFFECTIVE ON OR BEFORE THE
      * INVOICE DATE MUST EXIST.  THE NOTE SAYS WHICH WAY IT FAILED.
      *----------------------------------------------------------------*
       2000-CHECK-MASTER-TAX-RATE.
           MOVE 2 TO WS-CAT-SUB
           MOVE "INVOICE DATE" TO SC-FIELD-1
           MOVE "JURISDICTION" TO SC-FIELD-2
           PERFORM 8000-START-SECTION
           PERFORM 8300-START-MASTER-PASS
           PERFORM 2100-CHECK-ONE-MASTER-TAX UNTIL END-OF-FILE
           PERFORM 8100-END-SECTION
           .

       2100-CHECK-ONE-MASTER-TAX.
           ADD 1 TO WS-ROWS-READ
           IF  NOT IM-ACCOUNT-FINAL-BILLED
               MOVE "N" TO WS-TAX-ROW-SWITCH
               MOVE "N" TO WS-TAX-FOUND-SWITCH
               IF  TAX-RATE-FILE-PRESENT
                   AND IM-JURISDICTION-CODE NOT EQUAL SPACES
                   PERFORM 2200-LOOK-UP-TAX-RATE
               END-IF
               IF  NOT TAX-RATE-FOUND
                   MOVE IM-CUSTOMER-NO TO DL-CUSTOMER-NO
                   MOVE IM-CURRENT-INVOICE-DATE TO DL-FIELD-1
                   MOVE IM-JURISDICTION-CODE TO DL-FIELD-2
                   EVALUATE TRUE
                       WHEN IM-JURISDICTION-CODE EQUAL SPACES
                           MOVE "NO JURISDICTION CODE ON MASTER"
                               TO DL-NOTE
                       WHEN TAX-ROW-FOUND
                           MOVE "NO RATE IN EFFECT ON INVOICE DATE"
                               TO DL-NOTE
                       WHEN OTHER
                           MOVE "NO TAXRATE ROW FOR JURISDICTION"
                               TO DL-NOTE
                   END-EVALUATE
                   PERFORM 8200-WRITE-DETAIL-LINE
               END-IF
           END-IF
           PERFORM 8350-READ-NEXT-MASTER
           .

       2200-LOOK-UP-TAX-RATE.
           MOVE "N" TO WS-TAX-SCAN-SWITCH
           MOVE IM-JURISDICTION-CODE TO TX-JURISDICTION-CODE
           MOVE LOW-VALUES TO TX-EFFECTIVE-DATE
           START TAX-RATE-FILE KEY IS NOT LESS THAN TX-KEY
               INVALID KEY
                   SET TAX-SCAN-DONE TO TRUE
           END-START
           PERFORM 2210-CHECK-ONE-TAX-RATE UNTIL TAX-SCAN-DONE
           .

       2210-CHECK-ONE-TAX-RATE.
           READ TAX-RATE-FILE NEXT RECORD
               AT END
                   SET TAX-SCAN-DONE TO TRUE
           END-READ
           IF  NOT TAX-SCAN-DONE
               IF  TX-JURISDICTION-CODE NOT EQUAL IM-JURISDICTION-CODE
                   SET TAX-SCAN-DONE TO TRUE
               ELSE
                   SET TAX-ROW-FOUND TO TRUE
                   IF  TX-EFFECTIVE-DATE
                           GREATER THAN IM-CURRENT-INVOICE-DATE
                       SET TAX-SCAN-DONE TO TRUE
                   ELSE
                       SET TAX-RATE-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * CATEGORY 3.  BILLFREQ ROWS LEFT BEHIND BY A MASTER DELETE.
      *----------------------------------------------------------------*
       3000-CHECK-BILL-FREQ-ORPHANS.
           MOVE 3 TO WS-CAT-SUB
           MOVE "FREQUENCY" TO SC-FIELD-1
           MOVE SPACES TO SC-FIELD-2
           PERFORM 8000-START-SECTION
           IF  BILL-FREQ-FILE-PRESENT
               PERFORM 3100-READ-NEXT-BILL-FREQ
               PERFORM 3200-CHECK-ONE-BILL-FREQ UNTIL END-OF-FILE
           END-IF
           PERFORM 8100-END-SECTION
           .

       3100-READ-NEXT-BILL-FREQ.
           READ BILL-FREQ-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       3200-CHECK-ONE-BILL-FREQ.
           ADD 1 TO WS-ROWS-READ
           MOVE BF-CUSTOMER-NO TO IM-CUSTOMER-NO
           PERFORM 8400-LOOK-UP-MASTER
           IF  NOT MASTER-FOUND
               MOVE BF-CUSTOMER-NO TO DL-CUSTOMER-NO
               MOVE BF-FREQUENCY-CODE TO DL-FIELD-1
               MOVE SPACES TO DL-FIELD-2
               MOVE "CUSTOMER NOT ON INVMAST" TO DL-NOTE
               PERFORM 8200-WRITE-DETAIL-LINE
           END-IF
           PERFORM 3100-READ-NEXT-BILL-FREQ
           .

      *----------------------------------------------------------------*
      * CATEGORY 4.  HOLDFILE ROWS, HELD OR RELEASED, WITH NO MASTER.
      *----------------------------------------------------------------*
       4000-CHECK-HOLD-ORPHANS.
           MOVE 4 TO WS-CAT-SUB
           MOVE "PLACED DATE" TO SC-FIELD-1
           MOVE "STATUS/REASON" TO SC-FIELD-2
           PERFORM 8000-START-SECTION
           IF  HOLD-FILE-PRESENT
               PERFORM 4100-READ-NEXT-HOLD
               PERFORM 4200-CHECK-ONE-HOLD UNTIL END-OF-FILE
           END-IF
           PERFORM 8100-END-SECTION
           .

       4100-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       4200-CHECK-ONE-HOLD.
           ADD 1 TO WS-ROWS-READ
           MOVE HOLD-CUSTOMER-NO TO IM-CUSTOMER-NO
           PERFORM 8400-LOOK-UP-MASTER
           IF  NOT MASTER-FOUND
               MOVE HOLD-CUSTOMER-NO TO DL-CUSTOMER-NO
               MOVE HOLD-PLACED-DATE TO DL-FIELD-1
               MOVE SPACES TO DL-FIELD-2
               MOVE HOLD-STATUS-CODE TO DL-FIELD-2 (1:1)
               MOVE HOLD-REASON-CODE TO DL-FIELD-2 (3:2)
               MOVE "CUSTOMER NOT ON INVMAST" TO DL-NOTE
               PERFORM 8200-WRITE-DETAIL-LINE
           END-IF
           PERFORM 4100-READ-NEXT-HOLD
           .

      *----------------------------------------------------------------*
      * CATEGORY 5.  CUSTREF ROWS WITH NO MASTER.
      *----------------------------------------------------------------*
       5000-CHECK-CUSTREF-ORPHANS.
           MOVE 5 TO WS-CAT-SUB
           MOVE SPACES TO SC-FIELD-1
           MOVE "NAME" TO SC-FIELD-2
           PERFORM 8000-START-SECTION
           IF  CUSTREF-FILE-PRESENT
               MOVE ZEROS TO CU-CUSTOMER-NO
               START CUSTOMER-REF-FILE KEY IS NOT LESS THAN
                                       CU-CUSTOMER-NO
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
               IF  NOT END-OF-FILE
                   PERFORM 5100-READ-NEXT-CUSTREF
               END-IF
               PERFORM 5200-CHECK-ONE-CUSTREF UNTIL END-OF-FILE
           END-IF
           PERFORM 8100-END-SECTION
           .

       5100-READ-NEXT-CUSTREF.
           READ CUSTOMER-REF-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       5200-CHECK-ONE-CUSTREF.
           ADD 1 TO WS-ROWS-READ
           MOVE CU-CUSTOMER-NO TO IM-CUSTOMER-NO
           PERFORM 8400-LOOK-UP-MASTER
           IF  NOT MASTER-FOUND
               MOVE CU-CUSTOMER-NO TO DL-CUSTOMER-NO
               MOVE SPACES TO DL-FIELD-1
               MOVE CU-NAME TO DL-FIELD-2
               MOVE "CUSTOMER NOT ON INVMAST" TO DL-NOTE
               PERFORM 8200-WRITE-DETAIL-LINE
           END-IF
           PERFORM 5100-READ-NEXT-CUSTREF
           .

      *----------------------------------------------------------------*
      * CATEGORY 6.  UNAPPLIED ADJUSTMENTS FOR A CUSTOMER NOT ON
      * INVMAST.  INVGEN WILL CARRY THEM FOREVER AND NEVER BILL THEM.
      * APPLIED ROWS ARE DROPPED AT INVGEN'S NEXT LOAD AND ARE NOT
      * REPORTED.
      *----------------------------------------------------------------*
       6000-CHECK-ADJUSTMENT-ORPHANS.
           MOVE 6 TO WS-CAT-SUB
           MOVE "      AMOUNT" TO SC-FIELD-1
           MOVE "DESCRIPTION" TO SC-FIELD-2
           PERFORM 8000-START-SECTION
           IF  ADJ-FILE-PRESENT
               PERFORM 6100-READ-NEXT-ADJUSTMENT
               PERFORM 6200-CHECK-ONE-ADJUSTMENT UNTIL END-OF-FILE
           END-IF
           PERFORM 8100-END-SECTION
           .

       6100-READ-NEXT-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       6200-CHECK-ONE-ADJUSTMENT.
           ADD 1 TO WS-ROWS-READ
           IF  NOT ADJ-APPLIED
               MOVE ADJ-CUSTOMER-NO TO IM-CUSTOMER-NO
               PERFORM 8400-LOOK-UP-MASTER
               IF  NOT MASTER-FOUND
                   MOVE ADJ-CUSTOMER-NO TO DL-CUSTOMER-NO
                   MOVE ADJ-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO DL-FIELD-1
                   MOVE ADJ-DESCRIPTION TO DL-FIELD-2
                   IF  ADJ-CREDIT
                       MOVE "CREDIT WILL NEVER BE BILLED" TO DL-NOTE
                   ELSE
                       MOVE "CHARGE WILL NEVER BE BILLED" TO DL-NOTE
                   END-IF
                   PERFORM 8200-WRITE-DETAIL-LINE
               END-IF
           END-IF
           PERFORM 6100-READ-NEXT-ADJUSTMENT
           .

      *----------------------------------------------------------------*
      * CATEGORY 7.  A SUSPENSE ROW CARRIES THE INVOICE DATE INVDATE
      * SUSPENDED.  ONCE THE MASTER HAS BEEN GIVEN A DIFFERENT DATE
      * (BY INVSUSPR OR AN INVMAINT CHANGE) THE ROW IS STALE AND
      * INVSUSPR WOULD APPLY ITS CORRECTION OVER THE REPAIR.  A ROW
      * WHOSE MASTER HAS GONE IS STALE TOO.
      *----------------------------------------------------------------*
       7000-CHECK-SUSPENSE-ROWS.
           MOVE 7 TO WS-CAT-SUB
           MOVE "SUSPENDED ON" TO SC-FIELD-1
           MOVE "REASON" TO SC-FIELD-2
           PERFORM 8000-START-SECTION
           IF  SUSPENSE-FILE-PRESENT
               PERFORM 7100-READ-NEXT-SUSPENSE
               PERFORM 7200-CHECK-ONE-SUSPENSE UNTIL END-OF-FILE
           END-IF
           PERFORM 8100-END-SECTION
           .

       7100-READ-NEXT-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       7200-CHECK-ONE-SUSPENSE.
           ADD 1 TO WS-ROWS-READ
           MOVE SUSP-CUSTOMER-NO TO IM-CUSTOMER-NO
           PERFORM 8400-LOOK-UP-MASTER
           MOVE SPACES TO DL-NOTE
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE "CUSTOMER NOT ON INVMAST" TO DL-NOTE
               WHEN IM-CURRENT-INVOICE-DATE
                       NOT EQUAL SUSP-INVOICE-DATE
                   MOVE "MASTER NOW DATED" TO DL-NOTE
                   MOVE IM-CURRENT-INVOICE-DATE TO DL-NOTE (18:8)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  DL-NOTE NOT EQUAL SPACES
               MOVE SUSP-CUSTOMER-NO TO DL-CUSTOMER-NO
               MOVE SUSP-INVOICE-DATE TO DL-FIELD-1
               MOVE SUSP-REASON TO DL-FIELD-2
               PERFORM 8200-WRITE-DETAIL-LINE
           END-IF
           PERFORM 7100-READ-NEXT-SUSPENSE
           .

      *----------------------------------------------------------------*
      * SECTION HEADING, FOOTING AND DETAIL.  THE CATEGORY TABLE
      * SUPPLIES THE TITLE AND SEVERITY; 8200 COUNTS EVERY LINE IT
      * PRINTS.
      *----------------------------------------------------------------*
       8000-START-SECTION.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ROWS-READ
           MOVE ZERO TO WS-SECTION-COUNT
           WRITE XREF-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-CAT-NUMBER (WS-CAT-SUB) TO SH-CATEGORY
           MOVE WS-CAT-TITLE (WS-CAT-SUB) TO SH-TITLE
           PERFORM 8050-SET-SEVERITY-TEXT
           MOVE SM-SEVERITY TO SH-SEVERITY
           WRITE XREF-REPORT-RECORD FROM WS-SECTION-HEADER-LINE
           WRITE XREF-REPORT-RECORD FROM WS-COLUMN-HEADER-LINE
           .

       8050-SET-SEVERITY-TEXT.
           IF  WS-CAT-ERROR (WS-CAT-SUB)
               MOVE "ERROR" TO SM-SEVERITY
           ELSE
               MOVE "WARNING" TO SM-SEVERITY
           END-IF
           .

       8100-END-SECTION.
           MOVE WS-SECTION-COUNT TO WS-CAT-COUNT (WS-CAT-SUB)
           MOVE "ROWS CHECKED:" TO SL-LABEL
           MOVE WS-ROWS-READ TO SL-COUNT
           WRITE XREF-REPORT-RECORD FROM WS-SECTION-COUNT-LINE
           MOVE "FOUND:" TO SL-LABEL
           MOVE WS-SECTION-COUNT TO SL-COUNT
           WRITE XREF-REPORT-RECORD FROM WS-SECTION-COUNT-LINE
           IF  WS-CAT-ERROR (WS-CAT-SUB)
               ADD WS-SECTION-COUNT TO WS-ERROR-TOTAL
           ELSE
               ADD WS-SECTION-COUNT TO WS-WARNING-TOTAL
           END-IF
           .

       8200-WRITE-DETAIL-LINE.
           ADD 1 TO WS-SECTION-COUNT
           WRITE XREF-REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * EACH MASTER PASS STARTS FROM THE LOWEST KEY.
      *----------------------------------------------------------------*
       8300-START-MASTER-PASS.
           MOVE ZEROS TO IM-CUSTOMER-NO
           START INVOICE-MASTER-FILE KEY IS NOT LESS THAN
                                     IM-CUSTOMER-NO
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           IF  NOT END-OF-FILE
               PERFORM 8350-READ-NEXT-MASTER
           END-IF
           .

       8350-READ-NEXT-MASTER.
           READ INVOICE-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           .

       8400-LOOK-UP-MASTER.
           MOVE "N" TO WS-MASTER-SWITCH
           READ INVOICE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * SUMMARY OF EVERY CATEGORY, THEN THE RETURN CODE: 8 FOR ANY
      * ERROR ROW, 4 FOR WARNING ROWS ONLY.
      *----------------------------------------------------------------*
       9000-WRAP-UP.
           WRITE XREF-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "SUMMARY" TO XREF-REPORT-RECORD
           WRITE XREF-REPORT-RECORD
           PERFORM 9100-WRITE-ONE-SUMMARY-LINE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB GREATER THAN 7
           WRITE XREF-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "MASTER RECORDS READ:          " TO CL-LABEL
           MOVE WS-MASTER-COUNT TO CL-COUNT
           WRITE XREF-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ERROR ROWS:                   " TO CL-LABEL
           MOVE WS-ERROR-TOTAL TO CL-COUNT
           WRITE XREF-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "WARNING ROWS:                 " TO CL-LABEL
           MOVE WS-WARNING-TOTAL TO CL-COUNT
           WRITE XREF-REPORT-RECORD FROM WS-COUNT-LINE
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
           IF  TAX-RATE-FILE-PRESENT
               CLOSE TAX-RATE-FILE
           END-IF
           IF  ADJ-FILE-PRESENT
               CLOSE ADJUSTMENT-FILE
           END-IF
           IF  SUSPENSE-FILE-PRESENT
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE XREF-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-ERROR-TOTAL GREATER THAN ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-TOTAL GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       9100-WRITE-ONE-SUMMARY-LINE.
           MOVE WS-CAT-NUMBER (WS-CAT-SUB) TO SM-CATEGORY
           MOVE WS-CAT-TITLE (WS-CAT-SUB) TO SM-TITLE
           PERFORM 8050-SET-SEVERITY-TEXT
           MOVE WS-CAT-COUNT (WS-CAT-SUB) TO SM-COUNT
           WRITE XREF-REPORT-RECORD FROM WS-SUMMARY-LINE
           .

       9999-END.
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
