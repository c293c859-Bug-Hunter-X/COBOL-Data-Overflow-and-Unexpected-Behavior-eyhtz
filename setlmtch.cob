      *  (machine date when the control file is absent) so EXCPMON
      *  can scope them to the cycle they broke, exactly as it does
      *  with BALCHECK.BREAKS - every settlement break is a CRIT.
      *  The match records itself on STEP.CONTROL and will not run
      *  until BALCHECK has finished cleanly for the same business
      *  date and cycle - by then CONTROL.SNAP is the extract this
      *  cycle's posting cut, not one left over from yesterday.
      *  Each entity's stream matches its own counters: only the
      *  snapshots and acknowledgments carrying the entity on
      *  ENTITY.PARM take part, and its breaks carry the entity.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SETTLE-ACK-STATUS.

           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTITY.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTITY-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-MATCH-REPORT-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEP.CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY STEP-KEY
               FILE STATUS WS-STEP-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-SNAPSHOT-FILE.
       FD  SETTLE-ACK-FILE.
       COPY SETLACK.

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-LINE              PIC X(80).

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-SNAP-STATUS         PIC XX VALUE SPACES.
       01  WS-SETTLE-ACK-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
       01  WS-SETTLE-BREAK-STATUS         PIC XX VALUE SPACES.
       01  WS-MATCH-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-SNAP                    PIC X VALUE "N".
      *    Breaks are stamped with the business date so the
      *    exception monitor only alerts the cycle they belong to.
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
      *    Job-step control - this step's record on STEP.CONTROL,
      *    and the predecessor that stopped it when it is refused.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-STEP-NAME                   PIC X(8) VALUE "SETLMTCH".
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

      *    The whole extract is loaded before the acknowledgments
      *    are read - one entry per counter we sent, with a matched
           05  WS-SBRK-RUN-ID             PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SBRK-REASON             PIC X(22).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SBRK-ENTITY-CODE        PIC X(3).

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(34) VALUE
               "SETTLEMENT ACK MATCH  BUSINESS DT ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(9) VALUE "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(44) VALUE
               "COUNTER-ID RUN-ID   SENT-A2 ACK-A2   TRIPS  ".
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF WS-STEP-BLOCKED = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 1000-MATCH-ONE-ACK
                  UNTIL WS-EOF-ACK = "Y"
              PERFORM 2000-REPORT-UNACKED
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
              PERFORM 0105-OPEN-AND-PREPARE
           END-IF.

       0105-OPEN-AND-PREPARE.
           PERFORM 0110-LOAD-SNAPSHOTS
           OPEN INPUT SETTLE-ACK-FILE
           IF WS-SETTLE-ACK-STATUS NOT = "00"
           OPEN OUTPUT SETTLE-BREAK-FILE
           OPEN OUTPUT MATCH-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE MATCH-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE MATCH-REPORT-LINE FROM WS-RPT-HEADER-2
           IF WS-EOF-ACK NOT = "Y"
              PERFORM 1100-READ-ACK
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
      *    The match waits on the balance check for the same date
      *    and cycle.
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
           MOVE "BALCHECK" TO WS-PRED-STEP-NAME
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
              DISPLAY "SETLMTCH: ENTITY " WS-ENTITY-CODE
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

       0110-LOAD-SNAPSHOTS.
           OPEN INPUT CONTROL-SNAPSHOT-FILE
           IF WS-CONTROL-SNAP-STATUS = "00"
           END-IF
           MOVE WS-SNAP-COUNT TO WS-SNAPS-SENT.

      *    Another entity's snapshots are its own match's to pair.
       0115-LOAD-ONE-SNAPSHOT.
           READ CONTROL-SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SNAP
               NOT AT END
                   IF SNAP-ENTITY-CODE = WS-ENTITY-CODE
                      ADD 1 TO WS-SNAP-COUNT
                      MOVE SNAP-RUN-ID
                          TO WS-SNP-RUN-ID(WS-SNAP-COUNT)
                      MOVE SNAP-BUSINESS-DATE
                          TO WS-SNP-BUSINESS-DATE(WS-SNAP-COUNT)
                      MOVE SNAP-COUNTER-ID
                          TO WS-SNP-COUNTER-ID(WS-SNAP-COUNT)
                      MOVE SNAP-AREA-2
                          TO WS-SNP-AREA-2(WS-SNAP-COUNT)
                      MOVE SNAP-TRIP-COUNT
                          TO WS-SNP-TRIP-COUNT(WS-SNAP-COUNT)
                      MOVE "N" TO WS-SNP-MATCHED(WS-SNAP-COUNT)
                   END-IF
           END-READ.

       1000-MATCH-ONE-ACK.
           IF SACK-ENTITY-CODE = WS-ENTITY-CODE
              PERFORM 1050-MATCH-ENTITY-ACK
           END-IF
           PERFORM 1100-READ-ACK.

       1050-MATCH-ENTITY-ACK.
           ADD 1 TO WS-ACKS-READ
           PERFORM 1200-SCAN-SNAP-TABLE
           IF WS-SNAP-FOUND = "N"
              ELSE
                 PERFORM 1300-REPORT-TOTAL-MISMATCH
              END-IF
           END-IF.

       1100-READ-ACK.
           READ SETTLE-ACK-FILE

       8000-WRITE-BREAK-LINE.
           MOVE WS-BUSINESS-DATE TO WS-SBRK-DATE
           MOVE WS-ENTITY-CODE TO WS-SBRK-ENTITY-CODE
           WRITE SETTLE-BREAK-LINE FROM WS-SETL-BREAK-LINE.

       9000-TERMINATE.
           PERFORM 9100-WRITE-TOTAL
           CLOSE SETTLE-ACK-FILE
           CLOSE SETTLE-BREAK-FILE
           CLOSE MATCH-REPORT-FILE
           MOVE WS-ACKS-READ TO WS-STEP-RECORDS-IN
           COMPUTE WS-STEP-RECORDS-OUT = WS-TOTAL-MISMATCHES
               + WS-UNACKED-COUNT + WS-NEVER-SENT-COUNT
               + WS-STALE-ACK-COUNT.

       9100-WRITE-TOTAL.
           WRITE MATCH-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

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
