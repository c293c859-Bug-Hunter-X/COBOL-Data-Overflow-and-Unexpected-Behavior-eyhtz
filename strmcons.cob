      *                     consolidated run-id summing the streams;
      *    - CONTROL.SNAP - the per-counter snapshots restamped with
      *                     the consolidated run-id, so settlement
      *                     sees the interface it has always seen;
      *    - COUNTER.ACTIVITY - each stream's per-counter daily
      *                     activity, staged as STRMn.ACTV (an unload
      *                     of the stream's own file for the day),
      *                     restamped with the consolidated run-id.
      *  The business-date control is posted here, not in the stream
      *  jobs, so the duplicate-run gate covers the whole split day:
      *  TRANSPLIT refuses a second split and nothing downstream
      *  two bytes - the same convention as the BUGSOLUTION default -
      *  so cycle 2's consolidation keys its own RUN.HISTORY record
      *  instead of rewriting cycle 1's.
      *  The consolidation records itself on STEP.CONTROL and will
      *  not start unless TRANSPLIT finished cleanly for the same
      *  business date and cycle and every stream it routed items
      *  to - each left a pending BUGSOLn record - has since shown
      *  a clean finish of its own.
      *  The consolidation runs for the entity on its ENTITY.PARM
      *  card, or the one on the first BUSDATE.CTL record: its step
      *  records, history record and business-date control are that
      *  entity's, and the staged snapshots and activity already
      *  carry the entity their stream posted for.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CONSOL-PARM-STATUS.

           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTITY.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTITY-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STRM4-SNAP-STATUS.

           SELECT STRM1-ACTV-FILE ASSIGN TO "STRM1.ACTV"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STRM1-ACTV-STATUS.

           SELECT STRM2-ACTV-FILE ASSIGN TO "STRM2.ACTV"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STRM2-ACTV-STATUS.

           SELECT STRM3-ACTV-FILE ASSIGN TO "STRM3.ACTV"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STRM3-ACTV-STATUS.

           SELECT STRM4-ACTV-FILE ASSIGN TO "STRM4.ACTV"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STRM4-ACTV-STATUS.

           SELECT RUN-REPORT-FILE ASSIGN TO "RUN.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RUN-REPORT-STATUS.
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CONTROL-SNAP-STATUS.

           SELECT COUNTER-ACTIVITY-FILE ASSIGN TO "COUNTER.ACTIVITY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CACT-KEY
               FILE STATUS WS-CNTR-ACTIVITY-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEP.CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY STEP-KEY
               FILE STATUS WS-STEP-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSOL-PARM-FILE.
       01  CONSOL-PARM-RECORD.
           05  PARM-CONSOL-RUN-ID         PIC X(8).

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  STRM4-REPORT-FILE.
       01  STRM4-REPORT-LINE              PIC X(80).

      *    Stream history, snapshot and activity records are plain
      *    images of the live layouts - keep the lengths in step with
      *    the RUNHIST, CTLSNAP and CNTRACT copybooks.
       FD  STRM1-HIST-FILE.
       01  STRM1-HIST-RECORD              PIC X(105).

       FD  STRM2-HIST-FILE.
       01  STRM2-HIST-RECORD              PIC X(105).

       FD  STRM3-HIST-FILE.
       01  STRM3-HIST-RECORD              PIC X(105).

       FD  STRM4-HIST-FILE.
       01  STRM4-HIST-RECORD              PIC X(105).

       FD  STRM1-SNAP-FILE.
       01  STRM1-SNAP-RECORD              PIC X(53).

       FD  STRM2-SNAP-FILE.
       01  STRM2-SNAP-RECORD              PIC X(53).

       FD  STRM3-SNAP-FILE.
       01  STRM3-SNAP-RECORD              PIC X(53).

       FD  STRM4-SNAP-FILE.
       01  STRM4-SNAP-RECORD              PIC X(53).

       FD  STRM1-ACTV-FILE.
       01  STRM1-ACTV-RECORD              PIC X(85).

       FD  STRM2-ACTV-FILE.
       01  STRM2-ACTV-RECORD              PIC X(85).

       FD  STRM3-ACTV-FILE.
       01  STRM3-ACTV-RECORD              PIC X(85).

       FD  STRM4-ACTV-FILE.
       01  STRM4-ACTV-RECORD              PIC X(85).

       FD  RUN-REPORT-FILE.
       01  RUN-REPORT-LINE                PIC X(80).
       FD  CONTROL-SNAPSHOT-FILE.
       COPY CTLSNAP.

       FD  COUNTER-ACTIVITY-FILE.
       COPY CNTRACT.

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-CONSOL-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-STRM1-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-STRM2-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-STRM3-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-STRM2-SNAP-STATUS           PIC XX VALUE SPACES.
       01  WS-STRM3-SNAP-STATUS           PIC XX VALUE SPACES.
       01  WS-STRM4-SNAP-STATUS           PIC XX VALUE SPACES.
       01  WS-STRM1-ACTV-STATUS           PIC XX VALUE SPACES.
       01  WS-STRM2-ACTV-STATUS           PIC XX VALUE SPACES.
       01  WS-STRM3-ACTV-STATUS           PIC XX VALUE SPACES.
       01  WS-STRM4-ACTV-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-REPORT-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-CONTROL-SNAP-STATUS         PIC XX VALUE SPACES.
       01  WS-CNTR-ACTIVITY-STATUS        PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                    PIC X VALUE "N".
       01  WS-BUSDATE-OPEN                PIC X VALUE "N".
      *    Intraday cycle being consolidated, from the business-date
      *    control - zero on old records reads as the morning cycle.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
      *    Job-step control - this step's record on STEP.CONTROL,
      *    and the predecessor that stopped it when it is refused.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-STEP-NAME                   PIC X(8) VALUE "STRMCONS".
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
       01  WS-STEP-STREAM-NAME.
           05  FILLER                     PIC X(6) VALUE "BUGSOL".
           05  WS-STEP-STREAM-NUMBER      PIC 9(1) VALUE 0.
           05  FILLER                     PIC X(1) VALUE SPACE.
       01  WS-STREAMS-FOUND               PIC 9(1) VALUE 0.
      *    CONTROL.SNAP is only opened (and so only truncated) when
      *    the first stream snapshot actually arrives - a run with
      *    nothing staged must leave the prior extract untouched.
       01  WS-SNAP-FILE-OPEN              PIC X VALUE "N".
       01  WS-SNAP-STAGE                  PIC X(53) VALUE SPACES.
       01  WS-SNAPS-WRITTEN               PIC 9(5) VALUE 0.
      *    COUNTER.ACTIVITY likewise is only opened when the first
      *    staged activity record arrives.
       01  WS-ACTV-FILE-OPEN              PIC X VALUE "N".
       01  WS-ACTV-STAGE                  PIC X(85) VALUE SPACES.

      *    Consolidated run totals summed from the stream history
      *    records - each stream's figures cover only its own
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(9) VALUE "  RUN-ID ".
           05  WS-RPT-HDR-RUN-ID          PIC X(8).
           05  FILLER                     PIC X(9) VALUE "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-BANNER-LINE.
           05  FILLER                     PIC X(14) VALUE
               "**** STREAM   ".
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF WS-STEP-BLOCKED = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 1000-CONSOLIDATE-STREAM-1
              PERFORM 2000-CONSOLIDATE-STREAM-2
              PERFORM 3000-CONSOLIDATE-STREAM-3
              PERFORM 4000-CONSOLIDATE-STREAM-4
              PERFORM 9000-TERMINATE
           END-IF
           IF WS-STEP-RECORDED = "Y"
              PERFORM 9800-END-JOB-STEP
           END-IF
           STOP RUN.

       0100-INITIALIZE.
              END-READ
              CLOSE CONSOL-PARM-FILE
           END-IF
           PERFORM 0101-READ-ENTITY-PARM
           PERFORM 0103-READ-BUSINESS-DATE
      *    The cycle is only known once 0103 has read the control,
      *    so the default id is stamped here; a punched override
           IF WS-CONSOL-ID-OVERRIDE NOT = "Y"
              MOVE WS-CYCLE-NUMBER TO WS-CONSOL-RUN-ID-CYCLE
           END-IF
           PERFORM 0060-START-JOB-STEP
           IF WS-STEP-BLOCKED = "Y"
              IF WS-BUSDATE-OPEN = "Y"
                 CLOSE BUSINESS-DATE-FILE
                 MOVE "N" TO WS-BUSDATE-OPEN
              END-IF
           ELSE
              OPEN OUTPUT RUN-REPORT-FILE
              MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
              MOVE WS-CONSOL-RUN-ID TO WS-RPT-HDR-RUN-ID
              MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
              WRITE RUN-REPORT-LINE FROM WS-RPT-HEADER-1
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
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0104-FIND-ENTITY-DATE
                  UNTIL WS-BUSDATE-OPEN = "Y"
                  OR WS-EOF-BUSDATE = "Y"
              IF WS-BUSDATE-OPEN = "Y"
                 MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
                 MOVE BDAT-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                 IF WS-CYCLE-NUMBER = 0
                    MOVE 1 TO WS-CYCLE-NUMBER
                 END-IF
              ELSE
                 CLOSE BUSINESS-DATE-FILE
              END-IF
           ELSE
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
                      MOVE "Y" TO WS-BUSDATE-OPEN
                   END-IF
           END-READ.

      *****************************************************************
      *  JOB-STEP CONTROL
      *****************************************************************
      *    The consolidation waits on the split and on every stream
      *    the split routed items to.
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
           MOVE WS-CONSOL-RUN-ID TO WS-STEP-RUN-ID
           MOVE "TRANSPLT" TO WS-PRED-STEP-NAME
           PERFORM 0065-CHECK-PREDECESSOR
           MOVE 0 TO WS-STEP-STREAM-NUMBER
           PERFORM 0066-CHECK-ONE-STREAM
               UNTIL WS-STEP-STREAM-NUMBER >= 4
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
              DISPLAY "STRMCONS: ENTITY " WS-ENTITY-CODE
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

      *    A stream with no record was routed nothing and had no
      *    job to run; one still pending, running or failed holds
      *    the consolidation back.
       0066-CHECK-ONE-STREAM.
           ADD 1 TO WS-STEP-STREAM-NUMBER
           IF WS-STEP-BLOCKED NOT = "Y"
              MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
              MOVE WS-STEP-DATE TO STEP-BUSINESS-DATE
              MOVE WS-STEP-CYCLE TO STEP-CYCLE-NUMBER
              MOVE WS-STEP-STREAM-NAME TO STEP-NAME
              READ STEP-CONTROL-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF STEP-STATUS NOT = "C"
                         MOVE "Y" TO WS-STEP-BLOCKED
                         MOVE "NCLN" TO WS-STEP-REASON
                         MOVE WS-STEP-STREAM-NAME
                             TO WS-STEP-WAITING-ON
                      END-IF
              END-READ
           END-IF.

      *****************************************************************
              PERFORM 1300-COPY-ONE-SNAPSHOT
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE STRM1-SNAP-FILE
           END-IF
           OPEN INPUT STRM1-ACTV-FILE
           IF WS-STRM1-ACTV-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 1400-COPY-ONE-ACTIVITY
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE STRM1-ACTV-FILE
           END-IF.

       1100-COPY-ONE-REPORT-LINE.
                   PERFORM 8100-WRITE-CONSOLIDATED-SNAP
           END-READ.

       1400-COPY-ONE-ACTIVITY.
           READ STRM1-ACTV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE STRM1-ACTV-RECORD TO WS-ACTV-STAGE
                   PERFORM 8200-WRITE-CONSOLIDATED-ACTV
           END-READ.

      *****************************************************************
      *  STREAM 2
      *****************************************************************
              PERFORM 2300-COPY-ONE-SNAPSHOT
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE STRM2-SNAP-FILE
           END-IF
           OPEN INPUT STRM2-ACTV-FILE
           IF WS-STRM2-ACTV-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 2400-COPY-ONE-ACTIVITY
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE STRM2-ACTV-FILE
           END-IF.

       2100-COPY-ONE-REPORT-LINE.
                   PERFORM 8100-WRITE-CONSOLIDATED-SNAP
           END-READ.

       2400-COPY-ONE-ACTIVITY.
           READ STRM2-ACTV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE STRM2-ACTV-RECORD TO WS-ACTV-STAGE
                   PERFORM 8200-WRITE-CONSOLIDATED-ACTV
           END-READ.

      *****************************************************************
      *  STREAM 3
      *****************************************************************
              PERFORM 3300-COPY-ONE-SNAPSHOT
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE STRM3-SNAP-FILE
           END-IF
           OPEN INPUT STRM3-ACTV-FILE
           IF WS-STRM3-ACTV-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 3400-COPY-ONE-ACTIVITY
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE STRM3-ACTV-FILE
           END-IF.

       3100-COPY-ONE-REPORT-LINE.
                   PERFORM 8100-WRITE-CONSOLIDATED-SNAP
           END-READ.

       3400-COPY-ONE-ACTIVITY.
           READ STRM3-ACTV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE STRM3-ACTV-RECORD TO WS-ACTV-STAGE
                   PERFORM 8200-WRITE-CONSOLIDATED-ACTV
           END-READ.

      *****************************************************************
      *  STREAM 4
      *****************************************************************
              PERFORM 4300-COPY-ONE-SNAPSHOT
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE STRM4-SNAP-FILE
           END-IF
           OPEN INPUT STRM4-ACTV-FILE
           IF WS-STRM4-ACTV-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 4400-COPY-ONE-ACTIVITY
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE STRM4-ACTV-FILE
           END-IF.

       4100-COPY-ONE-REPORT-LINE.
                   PERFORM 8100-WRITE-CONSOLIDATED-SNAP
           END-READ.

       4400-COPY-ONE-ACTIVITY.
           READ STRM4-ACTV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE STRM4-ACTV-RECORD TO WS-ACTV-STAGE
                   PERFORM 8200-WRITE-CONSOLIDATED-ACTV
           END-READ.

      *    The stream history record is staged in the master record
      *    area by the caller - each stream's figures cover only its
      *    own counters, so the day's totals are straight sums.
           WRITE COUNTER-SNAPSHOT-RECORD
           ADD 1 TO WS-SNAPS-WRITTEN.

      *    Counters are disjoint across streams here too, so each
      *    stream's activity lands under its own keys; consolidating
      *    the same date and cycle again rewrites them in place.
       8200-WRITE-CONSOLIDATED-ACTV.
           IF WS-ACTV-FILE-OPEN NOT = "Y"
              OPEN I-O COUNTER-ACTIVITY-FILE
              IF WS-CNTR-ACTIVITY-STATUS = "35"
                 CLOSE COUNTER-ACTIVITY-FILE
                 OPEN OUTPUT COUNTER-ACTIVITY-FILE
                 CLOSE COUNTER-ACTIVITY-FILE
                 OPEN I-O COUNTER-ACTIVITY-FILE
              END-IF
              MOVE "Y" TO WS-ACTV-FILE-OPEN
           END-IF
           MOVE WS-ACTV-STAGE TO COUNTER-ACTIVITY-RECORD
           MOVE WS-CONSOL-RUN-ID TO CACT-RUN-ID
           WRITE COUNTER-ACTIVITY-RECORD
               INVALID KEY
                   REWRITE COUNTER-ACTIVITY-RECORD
           END-WRITE.

      *    With no stream outputs staged, nothing downstream is
      *    touched: no history record, no snapshot truncation, no
      *    business-date posting - a prior good consolidation for
           IF WS-SNAP-FILE-OPEN = "Y"
              CLOSE CONTROL-SNAPSHOT-FILE
           END-IF
           IF WS-ACTV-FILE-OPEN = "Y"
              CLOSE COUNTER-ACTIVITY-FILE
           END-IF
           IF WS-STREAMS-FOUND > 0
              PERFORM 9300-UPDATE-BUSINESS-DATE
           ELSE
              END-IF
              DISPLAY "STRMCONS: NO STREAM OUTPUTS FOUND - "
                  "BUSINESS DATE NOT POSTED"
           END-IF
           MOVE WS-TOT-TRAN-COUNT TO WS-STEP-RECORDS-IN
           MOVE WS-TOT-ACCEPT-COUNT TO WS-STEP-RECORDS-OUT.

       9100-WRITE-CONSOLIDATED-TOTALS.
           MOVE "CONSOLIDATED TOTALS....." TO WS-RPT-TOT-LABEL
              CLOSE RUN-HISTORY-FILE
              OPEN I-O RUN-HISTORY-FILE
           END-IF
           MOVE WS-ENTITY-CODE TO RUNH-ENTITY-CODE
           MOVE WS-BUSINESS-DATE TO RUNH-BUSINESS-DATE
           MOVE WS-CONSOL-RUN-ID TO RUNH-RUN-ID
           MOVE WS-TOT-TRAN-COUNT TO RUNH-TRAN-COUNT

      *    Posting the date here, after the streams are folded back
      *    together, keeps the duplicate-run gate meaningful for a
      *    split day - TRANSPLIT checks it before splitting.  An
      *    entity with no record yet has one added after the others.
       9300-UPDATE-BUSINESS-DATE.
           IF WS-BUSDATE-OPEN = "Y"
              MOVE WS-BUSINESS-DATE TO BDAT-LAST-POSTED-DATE
              REWRITE BUSINESS-DATE-RECORD
              CLOSE BUSINESS-DATE-FILE
           ELSE
              OPEN EXTEND BUSINESS-DATE-FILE
              IF WS-BUSDATE-STATUS = "05" OR WS-BUSDATE-STATUS = "35"
                 CLOSE BUSINESS-DATE-FILE
                 OPEN OUTPUT BUSINESS-DATE-FILE
                 CLOSE BUSINESS-DATE-FILE
                 OPEN EXTEND BUSINESS-DATE-FILE
              END-IF
              MOVE WS-ENTITY-CODE TO BDAT-ENTITY-CODE
              MOVE WS-BUSINESS-DATE TO BDAT-BUSINESS-DATE
              MOVE "N" TO BDAT-RERUN-MODE
              MOVE "N" TO BDAT-RERUN-OVERRIDE
              WRITE BUSINESS-DATE-RECORD
              CLOSE BUSINESS-DATE-FILE
           END-IF.

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
