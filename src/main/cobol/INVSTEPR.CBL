      **********************************************************************
      * AUTHOR:    J. MARSH
      * DATE:      15 OCT 2026
      * PURPOSE:   PRINTS WHERE ONE NIGHT'S BILLING JOB STREAM STANDS,
      *            FROM THE STEP LOG (STEPLOG) EVERY STEP WRITES TO.
      *            THE FIRST SECTION HAS ONE LINE PER STEP IN STREAM
      *            ORDER -- INVGEN, INVDATE, INVAUDH, INVMERGE,
      *            INVRECON, INVARACK -- SHOWING NOT RUN, STARTED
      *            (RUNNING, OR A RUN THAT DIED), COMPLETED, OR FOR
      *            INVMERGE ON A NIGHT INVDATE WAS NOT PARTITIONED, NOT
      *            NEEDED; THE LAST RUN DATE AND TIME, THE RETURN CODE
      *            THE STEP COMPLETED WITH, AND WHETHER AN OPERATOR
      *            OVERRIDE WAS USED.  IT ENDS WITH THE STEP THE STREAM
      *            IS WAITING ON.  THE SECOND SECTION LISTS EVERY
      *            STEP-LOG RECORD FOR THE CYCLE IN THE ORDER WRITTEN,
      *            INCLUDING EACH INVDATE PARTITION'S KEY RANGE.
      *
      * USAGE:     INVSTEPR [YYYYMMDD]
      *            THE OPTIONAL PARM IS THE BILLING CYCLE TO REPORT;
      *            WITH NO PARM TODAY'S CYCLE IS REPORTED.  NO STEP LOG
      *            ON DISK MEANS NO STEP HAS EVER RUN, AND EVERY STEP
      *            PRINTS AS NOT RUN.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  JM   ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSTEPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT STEP-REPORT-FILE ASSIGN TO "STEPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LOG-FILE.
           COPY SLRECORD.
       FD  STEP-REPORT-FILE.
       01  STEP-REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SL-STATUS         PIC X(02).
       01  WS-RPT-STATUS        PIC X(02).
       01  WS-RUN-PARM          PIC X(08).
       01  WS-CYCLE-DATE        PIC 9(08).
       01  WS-RECORD-COUNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-STEP-SUB          PIC S9(04) COMP.
       01  WS-SWITCHES.
           05  WS-SL-EOF-SWITCH     PIC X(01) VALUE "N".
               88  SL-END-OF-FILE   VALUE "Y".
           05  WS-LOG-SWITCH        PIC X(01) VALUE "N".
               88  STEP-LOG-PRESENT VALUE "Y".
           05  WS-STEP-FOUND-SWITCH PIC X(01) VALUE "N".
               88  STEP-FOUND       VALUE "Y".
           05  WS-SL-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  SL-RANGE-FOUND   VALUE "Y".
           05  WS-ROLL-SWITCH       PIC X(01) VALUE "Y".
               88  ROLL-COMPLETE    VALUE "Y".
               88  ROLL-INCOMPLETE  VALUE "N".
           05  WS-SPLIT-SWITCH      PIC X(01) VALUE "N".
               88  CYCLE-PARTITIONED VALUE "Y".
           05  WS-POSITION-SWITCH   PIC X(01) VALUE "N".
               88  STREAM-POSITION-FOUND VALUE "Y".

      *----------------------------------------------------------------*
      * THE STEPS OF THE BILLING NIGHT IN THE ORDER THEY RUN.  INVAUDH
      * AND INVMERGE BOTH FOLLOW INVDATE AND MAY RUN IN EITHER ORDER;
      * INVRECON AND INVARACK NEED INVMERGE ONLY ON A PARTITIONED
      * NIGHT.  ENTRY 2 (INVDATE) AND ENTRY 4 (INVMERGE) ARE TESTED BY
      * POSITION IN 2200-DETERMINE-STEP-STATUS.
      *----------------------------------------------------------------*
       01  WS-STREAM-STEP-VALUES.
           05  FILLER               PIC X(08) VALUE "INVGEN".
           05  FILLER               PIC X(08) VALUE "INVDATE".
           05  FILLER               PIC X(08) VALUE "INVAUDH".
           05  FILLER               PIC X(08) VALUE "INVMERGE".
           05  FILLER               PIC X(08) VALUE "INVRECON".
           05  FILLER               PIC X(08) VALUE "INVARACK".
       01  WS-STREAM-STEP-TABLE REDEFINES WS-STREAM-STEP-VALUES.
           05  WS-STREAM-STEP-NAME  OCCURS 6 TIMES PIC X(08).

      *----------------------------------------------------------------*
      * WHAT THE LOG SHOWS FOR EACH STEP OF THE CYCLE: THE FLAG, RUN
      * DATE AND TIME OF ITS LAST RECORD, THE RETURN CODE ON ITS LAST
      * COMPLETION RECORD, AND "Y" IF ANY RECORD USED THE OVERRIDE.
      *----------------------------------------------------------------*
       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-ENTRY OCCURS 6 TIMES.
               10  WS-STEP-LAST-FLAG    PIC X(01).
               10  WS-STEP-RUN-DATE     PIC 9(08).
               10  WS-STEP-RUN-TIME     PIC 9(08).
               10  WS-STEP-RETURN-CODE  PIC 9(04).
               10  WS-STEP-OVERRIDE     PIC X(01).
       01  WS-STATUS-WORD           PIC X(10).
           88  STEP-NOT-RUN         VALUE "NOT RUN".
           88  STEP-STARTED         VALUE "STARTED".
           88  STEP-COMPLETED       VALUE "COMPLETED".
           88  STEP-NOT-NEEDED      VALUE "NOT NEEDED".

      *----------------------------------------------------------------*
      * ONE ENTRY PER INVDATE KEY RANGE LOGGED FOR THE CYCLE, HOLDING
      * THE FLAG OF THE LAST STEP-LOG RECORD SEEN FOR THAT RANGE.  THE
      * CYCLE'S DATE ROLL IS COMPLETE ONLY WHEN EVERY RANGE THAT
      * STARTED ENDS ON A COMPLETION RECORD -- THE SAME TEST THE
      * DOWNSTREAM STEPS MAKE BEFORE THEY RUN.
      *----------------------------------------------------------------*
       01  WS-SL-PART-TABLE.
           05  WS-SL-PART-ENTRY OCCURS 20 TIMES.
               10  WS-SL-PART-LOW       PIC 9(06).
               10  WS-SL-PART-FLAG      PIC X(01).
       01  WS-SL-PART-COUNT     PIC S9(04) COMP VALUE ZERO.
       01  WS-SL-PART-SUB       PIC S9(04) COMP.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER               PIC X(36)
               VALUE "BILLING NIGHT STEP STATUS FOR CYCLE ".
           05  TL-CYCLE-DATE        PIC 9(08).
           05  FILLER               PIC X(36) VALUE SPACES.
       01  WS-STATUS-HEADER-LINE.
           05  FILLER               PIC X(04) VALUE " SQ ".
           05  FILLER               PIC X(10) VALUE "STEP".
           05  FILLER               PIC X(12) VALUE "STATUS".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  FILLER               PIC X(10) VALUE "RUN TIME".
           05  FILLER               PIC X(06) VALUE "  RC".
           05  FILLER               PIC X(03) VALUE "OV".
           05  FILLER               PIC X(26) VALUE "NOTE".
       01  WS-STATUS-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SS-SEQ               PIC 9(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SS-STEP-NAME         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SS-STATUS            PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SS-RUN-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SS-RUN-TIME          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SS-RETURN-CODE       PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SS-OVERRIDE          PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SS-NOTE              PIC X(16).
           05  FILLER               PIC X(10) VALUE SPACES.
       01  WS-RANGE-NOTE.
           05  FILLER               PIC X(12) VALUE "KEY RANGES: ".
           05  RN-RANGE-COUNT       PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
       01  WS-POSITION-LINE.
           05  PL-TEXT              PIC X(32).
           05  PL-STEP-NAME         PIC X(08).
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-RECORDS-TITLE-LINE    PIC X(80)
               VALUE "STEP-LOG RECORDS FOR THE CYCLE IN ORDER WRITTEN".
       01  WS-RECORD-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE " STEP".
           05  FILLER               PIC X(09) VALUE "CYCLE".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  FILLER               PIC X(10) VALUE "RUN TIME".
           05  FILLER               PIC X(03) VALUE "FL".
           05  FILLER               PIC X(03) VALUE "OV".
           05  FILLER               PIC X(13) VALUE "KEY RANGE".
           05  FILLER               PIC X(06) VALUE "    RC".
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-RECORD-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RL-STEP-NAME         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RL-CYCLE-DATE        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RL-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RL-RUN-TIME          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-STEP-STATUS       PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-OVERRIDE-FLAG     PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-PARTITION-LOW     PIC 9(06).
           05  FILLER               PIC X(01) VALUE "-".
           05  RL-PARTITION-HIGH    PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-RETURN-CODE       PIC 9(04).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL             PIC X(26).
           05  CL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(47) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-TALLY-STEP-LOG
           PERFORM 2000-PRINT-STREAM-STATUS
           PERFORM 3000-PRINT-STEP-RECORDS
           PERFORM 9000-WRAP-UP
           GOBACK
           .

       0500-INITIALIZE.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF  WS-RUN-PARM NOT EQUAL SPACES
               IF  WS-RUN-PARM IS NUMERIC
                   AND WS-RUN-PARM NOT EQUAL ZEROS
                   MOVE WS-RUN-PARM TO WS-CYCLE-DATE
               ELSE
                   DISPLAY "INVSTEPR - INVALID CYCLE DATE PARM, "
                           "MUST BE YYYYMMDD = " WS-RUN-PARM
                   GO TO 9999-END
               END-IF
           END-IF
           MOVE 1 TO WS-STEP-SUB
           PERFORM 0550-CLEAR-ONE-STEP
               UNTIL WS-STEP-SUB GREATER THAN 6
           OPEN OUTPUT STEP-REPORT-FILE
           IF  WS-RPT-STATUS NOT EQUAL "00"
               DISPLAY "INVSTEPR - UNABLE TO OPEN STEP-REPORT-FILE, "
                       "STATUS = " WS-RPT-STATUS
               GO TO 9999-END
           END-IF
           MOVE WS-CYCLE-DATE TO TL-CYCLE-DATE
           WRITE STEP-REPORT-RECORD FROM WS-REPORT-TITLE-LINE
           WRITE STEP-REPORT-RECORD FROM WS-BLANK-LINE
           .

       0550-CLEAR-ONE-STEP.
           MOVE SPACE TO WS-STEP-LAST-FLAG (WS-STEP-SUB)
           MOVE ZEROS TO WS-STEP-RUN-DATE (WS-STEP-SUB)
           MOVE ZEROS TO WS-STEP-RUN-TIME (WS-STEP-SUB)
           MOVE ZEROS TO WS-STEP-RETURN-CODE (WS-STEP-SUB)
           MOVE "N"   TO WS-STEP-OVERRIDE (WS-STEP-SUB)
           ADD 1 TO WS-STEP-SUB
           .

      *----------------------------------------------------------------*
      * FIRST PASS OF THE LOG: EVERY RECORD FOR THE CYCLE UPDATES ITS
      * STEP'S ENTRY, AND INVDATE RECORDS ARE ALSO TALLIED BY KEY
      * RANGE.  A MISSING LOG (STATUS 35) LEAVES EVERY STEP NOT RUN.
      *----------------------------------------------------------------*
       1000-TALLY-STEP-LOG.
           OPEN INPUT STEP-LOG-FILE
           EVALUATE TRUE
               WHEN WS-SL-STATUS EQUAL "00"
                   SET STEP-LOG-PRESENT TO TRUE
                   PERFORM 1100-TALLY-ONE-RECORD UNTIL SL-END-OF-FILE
                   CLOSE STEP-LOG-FILE
               WHEN WS-SL-STATUS EQUAL "35"
                   DISPLAY "INVSTEPR - NO STEP LOG ON FILE, NO STEP "
                           "HAS RUN"
               WHEN OTHER
                   DISPLAY "INVSTEPR - UNABLE TO OPEN STEP-LOG-FILE, "
                           "STATUS = " WS-SL-STATUS
                   GO TO 9999-END
           END-EVALUATE
           PERFORM 1300-CHECK-ROLL-COMPLETE
           .

       1100-TALLY-ONE-RECORD.
           READ STEP-LOG-FILE
               AT END
                   SET SL-END-OF-FILE TO TRUE
           END-READ
           IF  NOT SL-END-OF-FILE
               AND SL-CYCLE-DATE EQUAL WS-CYCLE-DATE
               PERFORM 1150-FIND-STEP
               IF  STEP-FOUND
                   PERFORM 1180-NOTE-STEP-RECORD
               END-IF
               IF  SL-STEP-NAME EQUAL "INVDATE"
                   PERFORM 1200-NOTE-INVDATE-RANGE
                   IF  SL-PARTITION-LOW NOT EQUAL ZEROS
                       OR SL-PARTITION-HIGH NOT EQUAL 999999
                       SET CYCLE-PARTITIONED TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       1150-FIND-STEP.
           MOVE "N" TO WS-STEP-FOUND-SWITCH
           MOVE 1 TO WS-STEP-SUB
           PERFORM 1160-CHECK-ONE-STEP-NAME
               UNTIL STEP-FOUND
               OR WS-STEP-SUB GREATER THAN 6
           .

       1160-CHECK-ONE-STEP-NAME.
           IF  WS-STREAM-STEP-NAME (WS-STEP-SUB) EQUAL SL-STEP-NAME
               SET STEP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-STEP-SUB
           END-IF
           .

       1180-NOTE-STEP-RECORD.
           MOVE SL-STEP-STATUS TO WS-STEP-LAST-FLAG (WS-STEP-SUB)
           MOVE SL-RUN-DATE    TO WS-STEP-RUN-DATE (WS-STEP-SUB)
           MOVE SL-RUN-TIME    TO WS-STEP-RUN-TIME (WS-STEP-SUB)
           IF  SL-STEP-COMPLETED
               MOVE SL-RETURN-CODE TO WS-STEP-RETURN-CODE (WS-STEP-SUB)
           END-IF
           IF  SL-OVERRIDE-USED
               MOVE "Y" TO WS-STEP-OVERRIDE (WS-STEP-SUB)
           END-IF
           .

       1200-NOTE-INVDATE-RANGE.
           MOVE "N" TO WS-SL-FOUND-SWITCH
           MOVE 1 TO WS-SL-PART-SUB
           PERFORM 1250-FIND-INVDATE-RANGE
               UNTIL SL-RANGE-FOUND
               OR WS-SL-PART-SUB GREATER THAN WS-SL-PART-COUNT
           IF  NOT SL-RANGE-FOUND
               AND WS-SL-PART-COUNT LESS THAN 20
               ADD 1 TO WS-SL-PART-COUNT
               MOVE WS-SL-PART-COUNT TO WS-SL-PART-SUB
               MOVE SL-PARTITION-LOW TO WS-SL-PART-LOW (WS-SL-PART-SUB)
               SET SL-RANGE-FOUND TO TRUE
           END-IF
           IF  SL-RANGE-FOUND
               MOVE SL-STEP-STATUS TO WS-SL-PART-FLAG (WS-SL-PART-SUB)
           END-IF
           .

       1250-FIND-INVDATE-RANGE.
           IF  WS-SL-PART-LOW (WS-SL-PART-SUB) EQUAL SL-PARTITION-LOW
               SET SL-RANGE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SL-PART-SUB
           END-IF
           .

       1300-CHECK-ROLL-COMPLETE.
           IF  WS-SL-PART-COUNT EQUAL ZERO
               SET ROLL-INCOMPLETE TO TRUE
           END-IF
           MOVE 1 TO WS-SL-PART-SUB
           PERFORM 1350-CHECK-ONE-RANGE
               UNTIL WS-SL-PART-SUB GREATER THAN WS-SL-PART-COUNT
           .

       1350-CHECK-ONE-RANGE.
           IF  WS-SL-PART-FLAG (WS-SL-PART-SUB) NOT EQUAL "C"
               SET ROLL-INCOMPLETE TO TRUE
           END-IF
           ADD 1 TO WS-SL-PART-SUB
           .

      *----------------------------------------------------------------*
      * ONE LINE PER STEP IN STREAM ORDER, THEN THE FIRST STEP THAT IS
      * NEITHER COMPLETED NOR NOT NEEDED: EITHER THE NEXT STEP DUE, OR
      * A STEP THAT STARTED AND HAS NOT COMPLETED (STILL RUNNING, OR
      * DIED AND WANTS A RESUBMIT).
      *----------------------------------------------------------------*
       2000-PRINT-STREAM-STATUS.
           WRITE STEP-REPORT-RECORD FROM WS-STATUS-HEADER-LINE
           MOVE 1 TO WS-STEP-SUB
           PERFORM 2100-PRINT-ONE-STEP
               UNTIL WS-STEP-SUB GREATER THAN 6
           IF  NOT STREAM-POSITION-FOUND
               MOVE " STREAM COMPLETE FOR THE CYCLE" TO PL-TEXT
               MOVE SPACES TO PL-STEP-NAME
           END-IF
           WRITE STEP-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE STEP-REPORT-RECORD FROM WS-POSITION-LINE
           .

       2100-PRINT-ONE-STEP.
           PERFORM 2200-DETERMINE-STEP-STATUS
           MOVE WS-STEP-SUB                       TO SS-SEQ
           MOVE WS-STREAM-STEP-NAME (WS-STEP-SUB) TO SS-STEP-NAME
           MOVE WS-STATUS-WORD                    TO SS-STATUS
           MOVE SPACES TO SS-RUN-DATE
           MOVE SPACES TO SS-RUN-TIME
           MOVE SPACES TO SS-RETURN-CODE
           MOVE SPACES TO SS-OVERRIDE
           MOVE SPACES TO SS-NOTE
           IF  WS-STEP-LAST-FLAG (WS-STEP-SUB) NOT EQUAL SPACE
               MOVE WS-STEP-RUN-DATE (WS-STEP-SUB) TO SS-RUN-DATE
               MOVE WS-STEP-RUN-TIME (WS-STEP-SUB) TO SS-RUN-TIME
               MOVE WS-STEP-OVERRIDE (WS-STEP-SUB) TO SS-OVERRIDE
           END-IF
           IF  STEP-COMPLETED
               MOVE WS-STEP-RETURN-CODE (WS-STEP-SUB) TO SS-RETURN-CODE
           END-IF
           IF  WS-STEP-SUB EQUAL 2
               AND CYCLE-PARTITIONED
               MOVE WS-SL-PART-COUNT TO RN-RANGE-COUNT
               MOVE WS-RANGE-NOTE TO SS-NOTE
           END-IF
           WRITE STEP-REPORT-RECORD FROM WS-STATUS-LINE
           IF  NOT STREAM-POSITION-FOUND
               AND (STEP-NOT-RUN OR STEP-STARTED)
               SET STREAM-POSITION-FOUND TO TRUE
               MOVE WS-STREAM-STEP-NAME (WS-STEP-SUB) TO PL-STEP-NAME
               IF  STEP-STARTED
                   MOVE " STARTED, NOT COMPLETED: " TO PL-TEXT
               ELSE
                   MOVE " NEXT STEP DUE:          " TO PL-TEXT
               END-IF
           END-IF
           ADD 1 TO WS-STEP-SUB
           .

      *----------------------------------------------------------------*
      * INVDATE (ENTRY 2) IS COMPLETED ONLY WHEN EVERY KEY RANGE IS.
      * INVMERGE (ENTRY 4) IS NOT NEEDED WHEN INVDATE HAS RUN FOR THE
      * CYCLE AS ONE FULL-RANGE JOB AND INVMERGE WAS NEVER STARTED.
      *----------------------------------------------------------------*
       2200-DETERMINE-STEP-STATUS.
           EVALUATE TRUE
               WHEN WS-STEP-SUB EQUAL 2
                   AND WS-SL-PART-COUNT EQUAL ZERO
                   SET STEP-NOT-RUN TO TRUE
               WHEN WS-STEP-SUB EQUAL 2
                   AND ROLL-INCOMPLETE
                   SET STEP-STARTED TO TRUE
               WHEN WS-STEP-SUB EQUAL 2
                   SET STEP-COMPLETED TO TRUE
               WHEN WS-STEP-SUB EQUAL 4
                   AND WS-STEP-LAST-FLAG (WS-STEP-SUB) EQUAL SPACE
                   AND WS-SL-PART-COUNT GREATER THAN ZERO
                   AND NOT CYCLE-PARTITIONED
                   SET STEP-NOT-NEEDED TO TRUE
               WHEN WS-STEP-LAST-FLAG (WS-STEP-SUB) EQUAL "C"
                   SET STEP-COMPLETED TO TRUE
               WHEN WS-STEP-LAST-FLAG (WS-STEP-SUB) EQUAL "S"
                   SET STEP-STARTED TO TRUE
               WHEN OTHER
                   SET STEP-NOT-RUN TO TRUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * SECOND PASS OF THE LOG: EVERY RECORD FOR THE CYCLE, AS WRITTEN.
      *----------------------------------------------------------------*
       3000-PRINT-STEP-RECORDS.
           WRITE STEP-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE STEP-REPORT-RECORD FROM WS-RECORDS-TITLE-LINE
           WRITE STEP-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE STEP-REPORT-RECORD FROM WS-RECORD-HEADER-LINE
           IF  STEP-LOG-PRESENT
               OPEN INPUT STEP-LOG-FILE
               IF  WS-SL-STATUS NOT EQUAL "00"
                   DISPLAY "INVSTEPR - UNABLE TO OPEN STEP-LOG-FILE, "
                           "STATUS = " WS-SL-STATUS
                   GO TO 9999-END
               END-IF
               MOVE "N" TO WS-SL-EOF-SWITCH
               PERFORM 3100-PRINT-ONE-RECORD UNTIL SL-END-OF-FILE
               CLOSE STEP-LOG-FILE
           END-IF
           .

       3100-PRINT-ONE-RECORD.
           READ STEP-LOG-FILE
               AT END
                   SET SL-END-OF-FILE TO TRUE
           END-READ
           IF  NOT SL-END-OF-FILE
               AND SL-CYCLE-DATE EQUAL WS-CYCLE-DATE
               ADD 1 TO WS-RECORD-COUNT
               MOVE SL-STEP-NAME      TO RL-STEP-NAME
               MOVE SL-CYCLE-DATE     TO RL-CYCLE-DATE
               MOVE SL-RUN-DATE       TO RL-RUN-DATE
               MOVE SL-RUN-TIME       TO RL-RUN-TIME
               MOVE SL-STEP-STATUS    TO RL-STEP-STATUS
               MOVE SL-OVERRIDE-FLAG  TO RL-OVERRIDE-FLAG
               MOVE SL-PARTITION-LOW  TO RL-PARTITION-LOW
               MOVE SL-PARTITION-HIGH TO RL-PARTITION-HIGH
               MOVE SL-RETURN-CODE    TO RL-RETURN-CODE
               WRITE STEP-REPORT-RECORD FROM WS-RECORD-LINE
           END-IF
           .

       9000-WRAP-UP.
           WRITE STEP-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "STEP-LOG RECORDS PRINTED:" TO CL-LABEL
           MOVE WS-RECORD-COUNT TO CL-COUNT
           WRITE STEP-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE STEP-REPORT-FILE
           .

       9999-END.
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
