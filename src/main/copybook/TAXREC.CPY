      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  JM   ORIGINAL COPYBOOK.
      *   15 OCT 2026  JM   RATES ARE NOW EFFECTIVE-DATED.  THE KEY IS
      *                     THE JURISDICTION CODE PLUS THE DATE THE RATE
      *                     TAKES EFFECT, SO A RATE CHANGE IS KEYED
      *                     AHEAD OF TIME AS A NEW ROW AND THE OLD RATE
      *                     STAYS ON FILE.  THE RATE IN EFFECT ON A
      *                     DATE IS THE ROW FOR THE JURISDICTION WITH
      *                     THE LATEST EFFECTIVE DATE NOT AFTER IT.
      *                     MAINTAINED BY TAXMAINT.  RECORD WIDENED
      *                     FROM 28 TO 36 BYTES.
      **********************************************************************
       01  TX-RECORD.
           05  TX-KEY.
               10  TX-JURISDICTION-CODE PIC X(02).
               10  TX-EFFECTIVE-DATE    PIC X(08).
           05  TX-TAX-RATE              PIC 9(01)V9(04).
           05  TX-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(01).
