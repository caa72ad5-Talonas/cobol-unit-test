      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  JM   ORIGINAL COPYBOOK.
      *   15 OCT 2026  JM   NO LAYOUT CHANGE.  INVGEN NOW ALSO CREDITS
      *                     DEFERRED REVENUE FOR CHARGES BILLED AHEAD,
      *                     AND THE MONTH-END RECOGNITION JOB (INVDEFR)
      *                     WRITES ITS OWN BATCH IN THIS LAYOUT TO
      *                     DEFGLEXT, MOVING EACH MONTH'S SHARE FROM
      *                     DEFERRED TO EARNED REVENUE.
      **********************************************************************
       01  GL-RECORD.
           05  GL-RECORD-TYPE           PIC X(01).
