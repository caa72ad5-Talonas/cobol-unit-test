      *            HISTORY (THE ROLL-IN ITSELF BEING RERUN) IS COUNTED
      *            AND SKIPPED, SO THE JOB CAN BE RESUBMITTED SAFELY.
      *
      * USAGE:     INVAUDH [YYYYMMDD] [OVERRIDE]
      *            YYYYMMDD IS THE BILLING CYCLE BEING ROLLED IN
      *            (DEFAULT TODAY).  THE JOB REFUSES TO RUN, RETURN
      *            CODE 12, UNLESS THE STEP LOG (STEPLOG) SHOWS INVDATE
      *            COMPLETED FOR THAT CYCLE -- ROLLING IN A HALF-WRITTEN
      *            OR STALE AUDIT FILE WOULD FILE THE WRONG ROWS UNDER
      *            THE CYCLE.  OVERRIDE FORCES THE RUN.
      *
      * MODIFICATION HISTORY:
      *   22 AUG 2026  JM   ORIGINAL PROGRAM.
      *   15 OCT 2026  JM   JOB-STREAM STEP LOG.  THE JOB RECORDS ITS
      *                     START AND COMPLETION ON STEPLOG WITH THE
      *                     CYCLE DATE, AND REFUSES TO RUN (RC 12)
      *                     UNLESS INVDATE COMPLETED FOR THE CYCLE.
      *                     NEW OPTIONAL PARM: CYCLE DATE, OVERRIDE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAUDH.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AH-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDREC.
       FD  AUDIT-HISTORY-FILE.
           COPY AUDHREC.
       FD  STEP-LOG-FILE.
           COPY SLRECORD.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS      PIC X(02).
       01  WS-AH-STATUS         PIC X(02).
       01  WS-SL-STATUS         PIC X(02).
       01  WS-RUN-PARM          PIC X(40).
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN    OCCURS 3 TIMES PIC X(09).
       01  WS-TOKEN-LENGTHS.
           05  WS-TOKEN-LEN     OCCURS 3 TIMES PIC S9(04) COMP.
       01  WS-TOKEN-SUB         PIC S9(04) COMP.
       01  WS-ROWS-READ         PIC S9(07) COMP VALUE ZERO.
       01  WS-ROWS-ADDED        PIC S9(07) COMP VALUE ZERO.
       01  WS-ROWS-DUPLICATE    PIC S9(07) COMP VALUE ZERO.
       01  WS-STEP-NAME         PIC X(08) VALUE "INVAUDH".
       01  WS-CYCLE-DATE        PIC 9(08).
       01  WS-STEP-RUN-DATE     PIC 9(08).
       01  WS-STEP-RUN-TIME     PIC 9(08).
       01  WS-STEP-STATE        PIC X(01).
           88  STEP-STARTING    VALUE "S".
           88  STEP-COMPLETING  VALUE "C".
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-FILE      VALUE "Y".
           05  WS-OVERRIDE-SWITCH   PIC X(01) VALUE "N".
               88  OVERRIDE-SUPPLIED VALUE "Y".
           05  WS-PARM-ERROR-SWITCH PIC X(01) VALUE "N".
               88  PARM-ERROR       VALUE "Y".
           05  WS-SL-EOF-SWITCH     PIC X(01) VALUE "N".
               88  SL-END-OF-FILE   VALUE "Y".
           05  WS-SL-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  SL-RANGE-FOUND   VALUE "Y".
           05  WS-ROLL-SWITCH       PIC X(01) VALUE "Y".
               88  ROLL-COMPLETE    VALUE "Y".
               88  ROLL-INCOMPLETE  VALUE "N".

      *----------------------------------------------------------------*
      * ONE ENTRY PER INVDATE KEY RANGE LOGGED FOR THE CYCLE, HOLDING
      * THE FLAG OF THE LAST STEP-LOG RECORD SEEN FOR THAT RANGE.  THE
      * CYCLE'S DATE ROLL IS COMPLETE ONLY WHEN EVERY RANGE THAT
      * STARTED ENDS ON A COMPLETION RECORD.
      *----------------------------------------------------------------*
       01  WS-SL-PART-TABLE.
           05  WS-SL-PART-ENTRY OCCURS 20 TIMES.
               10  WS-SL-PART-LOW       PIC 9(06).
               10  WS-SL-PART-FLAG      PIC X(01).
       01  WS-SL-PART-COUNT     PIC S9(04) COMP VALUE ZERO.
       01  WS-SL-PART-SUB       PIC S9(04) COMP.
       PROCEDURE DIVISION.

       0000-MAIN.
           .

       0500-INITIALIZE.
           PERFORM 0510-READ-RUN-PARAMETER
           IF  OVERRIDE-SUPPLIED
               DISPLAY "INVAUDH - STEP-LOG CHECK BYPASSED BY PARM "
                       "OVERRIDE"
           ELSE
               PERFORM 0700-CHECK-STEP-LOG
           END-IF
           SET STEP-STARTING TO TRUE
           PERFORM 8900-APPEND-STEP-LOG
           OPEN INPUT AUDIT-FILE
           IF  WS-AUDIT-STATUS NOT EQUAL "00"
               DISPLAY "INVAUDH - UNABLE TO OPEN AUDIT-FILE, "
           PERFORM 1150-READ-NEXT-AUDIT
           .

      *----------------------------------------------------------------*
      * THE OPTIONAL PARM IS UP TO TWO BLANK-SEPARATED TOKENS IN ANY
      * ORDER:
      *   YYYYMMDD        THE BILLING CYCLE BEING ROLLED INTO HISTORY
      *                   (DEFAULT: TODAY'S DATE)
      *   OVERRIDE        FORCE PAST THE STEP-LOG PREREQUISITE CHECK
      *                   (A DELIBERATE RERUN OUT OF THE NORMAL ORDER)
      * THE RUN DATE AND TIME STAMPED ON THE STEP LOG ARE TAKEN HERE.
      *----------------------------------------------------------------*
       0510-READ-RUN-PARAMETER.
           ACCEPT WS-STEP-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-RUN-TIME FROM TIME
           MOVE WS-STEP-RUN-DATE TO WS-CYCLE-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF  WS-RUN-PARM NOT EQUAL SPACES
               MOVE SPACES TO WS-PARM-TOKENS
               UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
                   INTO WS-PARM-TOKEN (1) COUNT IN WS-TOKEN-LEN (1)
                        WS-PARM-TOKEN (2) COUNT IN WS-TOKEN-LEN (2)
                        WS-PARM-TOKEN (3) COUNT IN WS-TOKEN-LEN (3)
               END-UNSTRING
               IF  WS-PARM-TOKEN (3) NOT EQUAL SPACES
                   DISPLAY "INVAUDH - TOO MANY PARM TOKENS, EXTRA = "
                           WS-PARM-TOKEN (3)
                   GO TO 9999-END
               END-IF
               PERFORM 0520-EDIT-ONE-PARM-TOKEN
                   VARYING WS-TOKEN-SUB FROM 1 BY 1
                   UNTIL WS-TOKEN-SUB GREATER THAN 2
               IF  PARM-ERROR
                   GO TO 9999-END
               END-IF
           END-IF
           .

       0520-EDIT-ONE-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-TOKEN-SUB) EQUAL SPACES
                   CONTINUE
               WHEN WS-TOKEN-LEN (WS-TOKEN-SUB) GREATER THAN 8
                   DISPLAY "INVAUDH - PARM TOKEN TOO LONG, MUST BE "
                           "YYYYMMDD OR OVERRIDE = "
                           WS-PARM-TOKEN (WS-TOKEN-SUB)
                   SET PARM-ERROR TO TRUE
               WHEN WS-PARM-TOKEN (WS-TOKEN-SUB) EQUAL "OVERRIDE"
                   SET OVERRIDE-SUPPLIED TO TRUE
               WHEN WS-PARM-TOKEN (WS-TOKEN-SUB) (1:8) IS NUMERIC
                   AND WS-PARM-TOKEN (WS-TOKEN-SUB) (1:8)
                       NOT EQUAL ZEROS
                   MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (1:8)
                       TO WS-CYCLE-DATE
               WHEN OTHER
                   DISPLAY "INVAUDH - INVALID PARM TOKEN, MUST BE "
                           "YYYYMMDD OR OVERRIDE = "
                           WS-PARM-TOKEN (WS-TOKEN-SUB)
                   SET PARM-ERROR TO TRUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * THE VERY FIRST ROLL-IN FINDS NO AUDHIST ON DISK (STATUS 35),
      * SO IT IS CREATED EMPTY AND REOPENED, THE SAME WAY INVDATE
           END-IF
           .

      *----------------------------------------------------------------*
      * INVAUDIT HOLDS THE CYCLE'S AUDIT ROWS ONLY ONCE EVERY INVDATE
      * RUN LOGGED FOR THAT CYCLE (EVERY PARTITION, ON A PARTITIONED
      * NIGHT) HAS COMPLETED.  A CYCLE WITH NO INVDATE RECORD AT ALL,
      * OR ONE WHOSE LAST RECORD FOR A RANGE IS A START, IS REFUSED.
      *----------------------------------------------------------------*
       0700-CHECK-STEP-LOG.
           OPEN INPUT STEP-LOG-FILE
           EVALUATE TRUE
               WHEN WS-SL-STATUS EQUAL "00"
                   PERFORM 0710-SCAN-STEP-LOG UNTIL SL-END-OF-FILE
                   CLOSE STEP-LOG-FILE
               WHEN WS-SL-STATUS EQUAL "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVAUDH - UNABLE TO OPEN STEP-LOG-FILE, "
                           "STATUS = " WS-SL-STATUS
                   GO TO 9999-END
           END-EVALUATE
           PERFORM 0730-CHECK-ROLL-COMPLETE
           IF  ROLL-INCOMPLETE
               DISPLAY "INVAUDH - INVDATE HAS NOT COMPLETED FOR CYCLE "
                       WS-CYCLE-DATE ", RUN REFUSED."
               GO TO 9990-STEP-REFUSED
           END-IF
           .

       0710-SCAN-STEP-LOG.
           READ STEP-LOG-FILE
               AT END
                   SET SL-END-OF-FILE TO TRUE
           END-READ
           IF  NOT SL-END-OF-FILE
               IF  SL-STEP-NAME EQUAL "INVDATE"
                   AND SL-CYCLE-DATE EQUAL WS-CYCLE-DATE
                   PERFORM 0720-NOTE-INVDATE-RANGE
               END-IF
           END-IF
           .

       0720-NOTE-INVDATE-RANGE.
           MOVE "N" TO WS-SL-FOUND-SWITCH
           MOVE 1 TO WS-SL-PART-SUB
           PERFORM 0725-FIND-INVDATE-RANGE
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

       0725-FIND-INVDATE-RANGE.
           IF  WS-SL-PART-LOW (WS-SL-PART-SUB) EQUAL SL-PARTITION-LOW
               SET SL-RANGE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SL-PART-SUB
           END-IF
           .

       0730-CHECK-ROLL-COMPLETE.
           IF  WS-SL-PART-COUNT EQUAL ZERO
               SET ROLL-INCOMPLETE TO TRUE
           END-IF
           MOVE 1 TO WS-SL-PART-SUB
           PERFORM 0735-CHECK-ONE-RANGE
               UNTIL WS-SL-PART-SUB GREATER THAN WS-SL-PART-COUNT
           .

       0735-CHECK-ONE-RANGE.
           IF  WS-SL-PART-FLAG (WS-SL-PART-SUB) NOT EQUAL "C"
               SET ROLL-INCOMPLETE TO TRUE
           END-IF
           ADD 1 TO WS-SL-PART-SUB
           .

       1150-READ-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END
           DISPLAY "INVAUDH - AUDIT ROWS READ      = " WS-ROWS-READ
           DISPLAY "INVAUDH - HISTORY ROWS ADDED   = " WS-ROWS-ADDED
           DISPLAY "INVAUDH - DUPLICATES SKIPPED   = " WS-ROWS-DUPLICATE
           SET STEP-COMPLETING TO TRUE
           PERFORM 8900-APPEND-STEP-LOG
           .

      *----------------------------------------------------------------*
      * APPEND ONE RECORD TO THE STEP LOG: THE START RECORD FROM
      * 0500-INITIALIZE, THE COMPLETION RECORD FROM 9000-WRAP-UP.  THE
      * LOG IS OPENED AND CLOSED AROUND EACH WRITE BECAUSE EVERY OTHER
      * STEP OF THE BILLING NIGHT APPENDS TO IT AS WELL.
      *----------------------------------------------------------------*
       8900-APPEND-STEP-LOG.
           OPEN EXTEND STEP-LOG-FILE
           IF  WS-SL-STATUS EQUAL "35"
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF  WS-SL-STATUS NOT EQUAL "00"
               DISPLAY "INVAUDH - UNABLE TO OPEN STEP-LOG-FILE, "
                       "STATUS = " WS-SL-STATUS
               GO TO 9999-END
           END-IF
           MOVE SPACES           TO SL-RECORD
           MOVE WS-STEP-NAME     TO SL-STEP-NAME
           MOVE WS-CYCLE-DATE    TO SL-CYCLE-DATE
           MOVE WS-STEP-RUN-DATE TO SL-RUN-DATE
           MOVE WS-STEP-RUN-TIME TO SL-RUN-TIME
           MOVE WS-STEP-STATE    TO SL-STEP-STATUS
           IF  OVERRIDE-SUPPLIED
               SET SL-OVERRIDE-USED TO TRUE
           ELSE
               MOVE "N" TO SL-OVERRIDE-FLAG
           END-IF
           MOVE ZEROS            TO SL-PARTITION-LOW
           MOVE 999999           TO SL-PARTITION-HIGH
           MOVE RETURN-CODE      TO SL-RETURN-CODE
           WRITE SL-RECORD
           CLOSE STEP-LOG-FILE
           .

       9990-STEP-REFUSED.
           DISPLAY "INVAUDH - RESUBMIT WITH PARM OVERRIDE TO FORCE."
           MOVE 12 TO RETURN-CODE
           GOBACK
           .

       9999-END.
