      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT OF THE JOB-STREAM STEP LOG (STEPLOG),
      *            SHARED BY EVERY STEP OF THE BILLING NIGHT -- INVGEN,
      *            INVDATE, INVAUDH, INVMERGE, INVRECON AND INVARACK.
      *            EACH STEP APPENDS ONE RECORD WHEN IT STARTS (FLAG S)
      *            AND ONE WHEN IT REACHES NORMAL END OF JOB (FLAG C),
      *            BOTH CARRYING THE BILLING CYCLE DATE THE STEP RAN
      *            FOR.  BEFORE IT TOUCHES ANY DATA EACH STEP READS THE
      *            LOG TO PROVE THE STEPS IT DEPENDS ON COMPLETED FOR
      *            THE SAME CYCLE.  A START RECORD WITH NO COMPLETION
      *            RECORD AFTER IT IS A STEP THAT DIED.  INVDATE
      *            PARTITION JOBS EACH LOG THEIR OWN KEY RANGE; EVERY
      *            OTHER STEP LOGS THE FULL RANGE 000000-999999.  THE
      *            LOG IS APPEND-ONLY AND INVSTEPR PRINTS IT.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL COPYBOOK.
      **********************************************************************
       01  SL-RECORD.
           05  SL-STEP-NAME             PIC X(08).
           05  SL-CYCLE-DATE            PIC 9(08).
           05  SL-RUN-DATE              PIC 9(08).
           05  SL-RUN-TIME              PIC 9(08).
           05  SL-STEP-STATUS           PIC X(01).
               88  SL-STEP-STARTED      VALUE "S".
               88  SL-STEP-COMPLETED    VALUE "C".
           05  SL-OVERRIDE-FLAG         PIC X(01).
               88  SL-OVERRIDE-USED     VALUE "Y".
           05  SL-PARTITION-LOW         PIC 9(06).
           05  SL-PARTITION-HIGH        PIC 9(06).
           05  SL-RETURN-CODE           PIC 9(04).
           05  FILLER                   PIC X(30).
