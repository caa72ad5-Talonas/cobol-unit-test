      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT OF THE CREDIT-HOLD FILE (HOLDFILE),
      *            KEYED BY HOLD-CUSTOMER-NO.  CARVED OUT OF THE INLINE
      *            FDS IN INVDATE, INVGEN, INVAGED, INVSTMT AND INVPROF
      *            SO THE BILLING PROGRAMS AND THE HOLD MAINTENANCE JOB
      *            (HLDMAINT) SHARE A SINGLE DEFINITION OF THE RECORD.
      *            ONLY STATUS H STOPS AN ACCOUNT; A RELEASED HOLD STAYS
      *            ON FILE AS STATUS R WITH ITS RELEASE DATE AND USER,
      *            SO THE FILE IS ALSO THE HISTORY OF THE LAST HOLD
      *            PLACED ON EACH ACCOUNT.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL COPYBOOK.  RECORD WIDENED FROM THE
      *                     20 BYTES OF THE OLD INLINE LAYOUT TO 80 TO
      *                     CARRY THE REASON CODE, THE DATE AND USER
      *                     THAT PLACED THE HOLD, AND THE DATE AND USER
      *                     THAT RELEASED IT.  THE CUSTOMER NUMBER AND
      *                     STATUS CODE KEEP THEIR OLD POSITIONS.
      **********************************************************************
       01  HOLD-RECORD.
           05  HOLD-CUSTOMER-NO         PIC 9(06).
           05  HOLD-STATUS-CODE         PIC X(01).
               88  ACCOUNT-ON-HOLD      VALUE "H".
               88  ACCOUNT-RELEASED     VALUE "R".
           05  HOLD-REASON-CODE         PIC X(02).
               88  HOLD-PAST-DUE        VALUE "PD".
               88  HOLD-RETURNED-PAYMENT VALUE "NS".
               88  HOLD-DISPUTE         VALUE "DS".
               88  HOLD-BANKRUPTCY      VALUE "BK".
               88  HOLD-CREDIT-REVIEW   VALUE "CR".
               88  HOLD-OTHER-REASON    VALUE "OT".
               88  HOLD-VALID-REASON    VALUE "PD" "NS" "DS" "BK"
                                              "CR" "OT".
           05  HOLD-PLACED-DATE         PIC X(08).
           05  HOLD-PLACED-BY           PIC X(08).
           05  HOLD-RELEASE-DATE        PIC X(08).
           05  HOLD-RELEASED-BY         PIC X(08).
           05  HOLD-SOURCE-CODE         PIC X(01).
               88  HOLD-FROM-CARD       VALUE "M".
               88  HOLD-FROM-AGING      VALUE "A".
           05  FILLER                   PIC X(38).
