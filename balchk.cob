      *  Break lines lead with the business date from BUSDATE.CTL
      *  (machine date when the control file is absent) so the
      *  exception monitor can scope them to the cycle they broke.
      *  The check records itself on STEP.CONTROL and will not run
      *  against counters the night has not finished posting: it
      *  waits on STRMCONS for a split day, BUGSOL otherwise, for
      *  the same business date and cycle.
      *  Each entity's stream runs the check for itself: the entity
      *  on ENTITY.PARM picks its business date, its tolerance card
      *  and its counters, and the break lines carry it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COUNTER-STATE-FILE ASSIGN TO "COUNTER.STATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNTR-KEY
               FILE STATUS WS-CNTR-STATE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CONTROL.TOTAL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BREAK-REPORT-STATUS.

           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTITY.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTITY-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEP.CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY STEP-KEY
               FILE STATUS WS-STEP-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-STATE-FILE.
       FD  BREAK-REPORT-FILE.
       01  BREAK-REPORT-LINE              PIC X(80).

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-CNTR-STATE-STATUS           PIC XX VALUE SPACES.
       01  WS-CONTROL-TOTAL-STATUS        PIC XX VALUE SPACES.
      *    Breaks are stamped with the business date so the
      *    exception monitor only alerts the cycle they belong to.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
       01  WS-EOF-THRESHOLDS              PIC X VALUE "N".
       01  WS-THRESHOLD-FOUND             PIC X VALUE "N".
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
       01  WS-CONTROL-COUNT               PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT                 PIC 9(9) VALUE 0.
      *    Job-step control - this step's record on STEP.CONTROL,
      *    and the predecessor that stopped it when it is refused.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-STEP-NAME                   PIC X(8) VALUE "BALCHECK".
       01  WS-STEP-DATE                   PIC 9(8) VALUE 0.
       01  WS-STEP-CYCLE                  PIC 9(2) VALUE 1.
       01  WS-STEP-START-DATE             PIC 9(8) VALUE 0.
       01  WS-STEP-START-TIME             PIC 9(6) VALUE 0.
       01  WS-STEP-RECORDS-IN             PIC 9(9) VALUE 0.
       01  WS-STEP-RECORDS-OUT            PIC 9(9) VALUE 0.
       01  WS-STEP-RUN-ID                 PIC X(8) VALUE SPACES.
       01  WS-STEP-BLOCKED                PIC X VALUE "N".
       01  WS-STEP-REASON                 PIC X(4) VALUE SPACES.
       01  WS-STEP-WAITING-ON             PIC X(8) VALUE SPACES.
       01  WS-STEP-RECORDED               PIC X VALUE "N".
       01  WS-PRED-STEP-NAME              PIC X(8) VALUE SPACES.
       01  WS-SPLIT-DAY                   PIC X VALUE "N".

      *    Kept inside the 80-byte report line - widen the FD before
      *    adding anything here.
       01  WS-BREAK-LINE.
           05  WS-BRK-DATE                PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-BRK-ENTITY-CODE         PIC X(3).
           05  FILLER                     PIC X(6) VALUE " CTR: ".
           05  WS-BRK-COUNTER-ID          PIC X(10).
           05  FILLER                     PIC X(5) VALUE " RUN:".
           05  WS-BRK-RUN-ID              PIC X(8).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF WS-STEP-BLOCKED = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 1000-RECONCILE-CONTROL
                  UNTIL WS-EOF-CONTROL = "Y"
              PERFORM 9000-TERMINATE
           END-IF
           IF WS-STEP-RECORDED = "Y"
              PERFORM 9800-END-JOB-STEP
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0101-READ-ENTITY-PARM
           PERFORM 0103-READ-BUSINESS-DATE
           PERFORM 0060-START-JOB-STEP
           IF WS-STEP-BLOCKED NOT = "Y"
              PERFORM 0110-OPEN-AND-PREPARE
           END-IF.

       0110-OPEN-AND-PREPARE.
           PERFORM 0105-READ-THRESHOLDS
           OPEN INPUT COUNTER-STATE-FILE
           IF WS-CNTR-STATE-STATUS = "00"
              PERFORM 1200-CHECK-COUNTER
           END-IF.

       0101-READ-ENTITY-PARM.
           OPEN INPUT ENTITY-PARM-FILE
           IF WS-ENTITY-PARM-STATUS = "00"
              READ ENTITY-PARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE EPRM-ENTITY-CODE TO WS-ENTITY-CODE
              END-READ
              CLOSE ENTITY-PARM-FILE
           END-IF.

       0103-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0104-FIND-ENTITY-DATE
                  UNTIL WS-BUSDATE-FOUND = "Y"
                  OR WS-EOF-BUSDATE = "Y"
              IF WS-BUSDATE-FOUND = "Y"
                 MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
                 MOVE BDAT-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                 IF WS-CYCLE-NUMBER = 0
                    MOVE 1 TO WS-CYCLE-NUMBER
                 END-IF
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    With no entity card the first record names the entity.
       0104-FIND-ENTITY-DATE.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BUSDATE
               NOT AT END
                   IF WS-ENTITY-CODE = SPACES
                      MOVE BDAT-ENTITY-CODE TO WS-ENTITY-CODE
                   END-IF
                   IF BDAT-ENTITY-CODE = WS-ENTITY-CODE
                      MOVE "Y" TO WS-BUSDATE-FOUND
                   END-IF
           END-READ.

      *****************************************************************
      *  JOB-STEP CONTROL
      *****************************************************************
      *    The check waits on whichever step posted the counters -
      *    the consolidation on a split day, the single run if not.
       0060-START-JOB-STEP.
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE WS-CYCLE-NUMBER TO WS-STEP-CYCLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STEP-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START-TIME
           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEP-CONTROL-STATUS = "35"
              CLOSE STEP-CONTROL-FILE
              OPEN OUTPUT STEP-CONTROL-FILE
              CLOSE STEP-CONTROL-FILE
              OPEN I-O STEP-CONTROL-FILE
           END-IF
           PERFORM 0067-CHECK-SPLIT-DAY
           IF WS-SPLIT-DAY = "Y"
              MOVE "STRMCONS" TO WS-PRED-STEP-NAME
           ELSE
              MOVE "BUGSOL" TO WS-PRED-STEP-NAME
           END-IF
           PERFORM 0065-CHECK-PREDECESSOR
           MOVE SPACES TO JOB-STEP-RECORD
           MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
           MOVE WS-STEP-DATE TO STEP-BUSINESS-DATE
           MOVE WS-STEP-CYCLE TO STEP-CYCLE-NUMBER
           MOVE WS-STEP-NAME TO STEP-NAME
           MOVE WS-STEP-START-DATE TO STEP-START-DATE
           MOVE WS-STEP-START-TIME TO STEP-START-TIME
           MOVE 0 TO STEP-RECORDS-IN
           MOVE 0 TO STEP-RECORDS-OUT
           MOVE WS-STEP-RUN-ID TO STEP-RUN-ID
           MOVE WS-STEP-REASON TO STEP-REFUSE-REASON
           MOVE WS-STEP-WAITING-ON TO STEP-WAITING-ON
           IF WS-STEP-BLOCKED = "Y"
              MOVE "X" TO STEP-STATUS
              MOVE WS-STEP-START-DATE TO STEP-END-DATE
              MOVE WS-STEP-START-TIME TO STEP-END-TIME
              MOVE 8 TO STEP-RETURN-CODE
           ELSE
              MOVE "R" TO STEP-STATUS
              MOVE 0 TO STEP-END-DATE
              MOVE 0 TO STEP-END-TIME
              MOVE 0 TO STEP-RETURN-CODE
              MOVE "Y" TO WS-STEP-RECORDED
           END-IF
           WRITE JOB-STEP-RECORD
               INVALID KEY
                   REWRITE JOB-STEP-RECORD
           END-WRITE
           CLOSE STEP-CONTROL-FILE
           IF WS-STEP-BLOCKED = "Y"
              DISPLAY "BALCHECK: ENTITY " WS-ENTITY-CODE
                  " STEP REFUSED - " WS-STEP-REASON
                  " PREDECESSOR " WS-STEP-WAITING-ON
                  " DATE " WS-STEP-DATE " CYCLE " WS-STEP-CYCLE
           END-IF.

      *    A predecessor is clean only when it completed for the same
      *    date and cycle with return code 4 or less.  The first one
      *    found wanting is the one named on the refusal.
       0065-CHECK-PREDECESSOR.
           IF WS-STEP-BLOCKED NOT = "Y"
              MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
              MOVE WS-STEP-DATE TO STEP-BUSINESS-DATE
              MOVE WS-STEP-CYCLE TO STEP-CYCLE-NUMBER
              MOVE WS-PRED-STEP-NAME TO STEP-NAME
              READ STEP-CONTROL-FILE
                  INVALID KEY
                      MOVE "Y" TO WS-STEP-BLOCKED
                      MOVE "NRUN" TO WS-STEP-REASON
                      MOVE WS-PRED-STEP-NAME TO WS-STEP-WAITING-ON
                  NOT INVALID KEY
                      IF STEP-STATUS NOT = "C"
                         MOVE "Y" TO WS-STEP-BLOCKED
                         MOVE "NCLN" TO WS-STEP-REASON
                         MOVE WS-PRED-STEP-NAME TO WS-STEP-WAITING-ON
                      END-IF
              END-READ
           END-IF.

      *    A TRANSPLT record for the date and cycle means the volume
      *    went through the streams, not through a single posting run.
       0067-CHECK-SPLIT-DAY.
           MOVE "N" TO WS-SPLIT-DAY
           MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
           MOVE WS-STEP-DATE TO STEP-BUSINESS-DATE
           MOVE WS-STEP-CYCLE TO STEP-CYCLE-NUMBER
           MOVE "TRANSPLT" TO STEP-NAME
           READ STEP-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SPLIT-DAY
           END-READ.

      *    The entity's own card wins; the blank-entity card stands
      *    in for an entity that has none.
       0105-READ-THRESHOLDS.
           OPEN INPUT THRESHOLD-PARM-FILE
           IF WS-THRESHOLD-PARM-STATUS = "00"
              MOVE "N" TO WS-EOF-THRESHOLDS
              MOVE "N" TO WS-THRESHOLD-FOUND
              PERFORM 0106-READ-ONE-THRESHOLD
                  UNTIL WS-EOF-THRESHOLDS = "Y"
                  OR WS-THRESHOLD-FOUND = "Y"
              CLOSE THRESHOLD-PARM-FILE
           END-IF.

       0106-READ-ONE-THRESHOLD.
           READ THRESHOLD-PARM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-THRESHOLDS
               NOT AT END
                   IF PARM-ENTITY-CODE = WS-ENTITY-CODE
                      MOVE "Y" TO WS-THRESHOLD-FOUND
                      MOVE PARM-RECON-TOLERANCE TO WS-RECON-TOLERANCE
                   ELSE
                      IF PARM-ENTITY-CODE = SPACES
                         MOVE PARM-RECON-TOLERANCE
                             TO WS-RECON-TOLERANCE
                      END-IF
                   END-IF
           END-READ.

       1000-RECONCILE-CONTROL.
           ADD 1 TO WS-CONTROL-COUNT
           MOVE CTL-CONTROL-TOTAL TO WS-CONTROL-TOTAL
           MOVE CTL-RUN-ID TO WS-CONTROL-RUN-ID
           IF CTL-COUNTER-ID = SPACES
           END-READ.

       1200-CHECK-COUNTER.
           MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
           MOVE WS-COUNTER-ID TO CNTR-COUNTER-ID
           IF WS-CNTR-STATE-OPEN = "Y"
              READ COUNTER-STATE-FILE

       1300-WRITE-BREAK-LINE.
           MOVE WS-BUSINESS-DATE TO WS-BRK-DATE
           MOVE WS-ENTITY-CODE TO WS-BRK-ENTITY-CODE
           MOVE WS-COUNTER-ID TO WS-BRK-COUNTER-ID
           MOVE WS-CONTROL-RUN-ID TO WS-BRK-RUN-ID
           MOVE WS-AREA-2-CURRENT TO WS-BRK-AREA-2
           MOVE WS-CONTROL-TOTAL TO WS-BRK-CONTROL-TOTAL
           MOVE WS-ABS-DIFFERENCE TO WS-BRK-DIFFERENCE
           WRITE BREAK-REPORT-LINE FROM WS-BREAK-LINE
           ADD 1 TO WS-BREAK-COUNT.

       9000-TERMINATE.
           CLOSE COUNTER-STATE-FILE
           CLOSE CONTROL-TOTAL-FILE
           CLOSE BREAK-REPORT-FILE
           MOVE WS-CONTROL-COUNT TO WS-STEP-RECORDS-IN
           MOVE WS-BREAK-COUNT TO WS-STEP-RECORDS-OUT.

      *    The step's record is completed with the return code the
      *    step is ending on - "C" at 4 or less, "F" over it.
       9800-END-JOB-STEP.
           MOVE SPACES TO JOB-STEP-RECORD
           MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
           MOVE WS-STEP-DATE TO STEP-BUSINESS-DATE
           MOVE WS-STEP-CYCLE TO STEP-CYCLE-NUMBER
           MOVE WS-STEP-NAME TO STEP-NAME
           MOVE WS-STEP-START-DATE TO STEP-START-DATE
           MOVE WS-STEP-START-TIME TO STEP-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO STEP-END-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO STEP-END-TIME
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           IF RETURN-CODE > 4
              MOVE "F" TO STEP-STATUS
           ELSE
              MOVE "C" TO STEP-STATUS
           END-IF
           MOVE WS-STEP-RECORDS-IN TO STEP-RECORDS-IN
           MOVE WS-STEP-RECORDS-OUT TO STEP-RECORDS-OUT
           MOVE WS-STEP-RUN-ID TO STEP-RUN-ID
           OPEN I-O STEP-CONTROL-FILE
           WRITE JOB-STEP-RECORD
               INVALID KEY
                   REWRITE JOB-STEP-RECORD
           END-WRITE
           CLOSE STEP-CONTROL-FILE.
