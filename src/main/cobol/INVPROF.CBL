      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   HOLD RECORD NOW TAKEN FROM THE HOLDREC
      *                     COPYBOOK.  A HELD ACCOUNT ALSO PRINTS THE
      *                     HOLD REASON AND THE DATE AND USER THAT
      *                     PLACED IT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPROF.
       FD  BILL-FREQ-FILE.
           COPY BFRECORD.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  AUDIT-HISTORY-FILE.
           05  FILLER               PIC X(15) VALUE " CREDIT HOLD:  ".
           05  HO-HOLD-TEXT         PIC X(30).
           05  FILLER               PIC X(35) VALUE SPACES.
       01  WS-HOLD-DETAIL-LINE.
           05  FILLER               PIC X(15) VALUE "    REASON:    ".
           05  HD-REASON-CODE       PIC X(02).
           05  FILLER               PIC X(10) VALUE "  PLACED: ".
           05  HD-PLACED-DATE       PIC X(08).
           05  FILLER               PIC X(05) VALUE "  BY ".
           05  HD-PLACED-BY         PIC X(08).
           05  FILLER               PIC X(32) VALUE SPACES.
       01  WS-SUSPENSE-LINE.
           05  FILLER               PIC X(12) VALUE " SUSPENDED  ".
           05  SU-INVOICE-DATE      PIC X(08).
               END-READ
           END-IF
           WRITE PROFILE-REPORT-RECORD FROM WS-HOLD-LINE
           IF  HO-HOLD-TEXT NOT EQUAL "NONE"
               MOVE HOLD-REASON-CODE TO HD-REASON-CODE
               MOVE HOLD-PLACED-DATE TO HD-PLACED-DATE
               MOVE HOLD-PLACED-BY   TO HD-PLACED-BY
               WRITE PROFILE-REPORT-RECORD FROM WS-HOLD-DETAIL-LINE
           END-IF
           .

      *----------------------------------------------------------------*
