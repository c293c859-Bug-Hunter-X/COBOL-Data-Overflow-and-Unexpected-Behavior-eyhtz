      *  the period start and end dates; a missing or zero card
      *  refuses the run - a GL posting with no period is a mistake,
      *  not a default.
      *  Each counter posts under the GL account its transaction
      *  type carries on TRANTYPE.MASTER, and the proof report shows
      *  the type description beside it; a counter whose type is not
      *  on the master (or has no account keyed) still posts under
      *  its counter-id so nothing drops off the ledger.
      *  The posting records itself on STEP.CONTROL and will not cut
      *  a file until EXCPMON has finished cleanly for the last
      *  business date and cycle posted on BUSDATE.CTL - the posting
      *  may run after DATEROLL has moved the business date on, so
      *  it is the last posted cycle, not the open one, it follows.
      *  Each entity posts its own ledger: the run takes the entity
      *  on ENTITY.PARM and that entity's business date, posts only
      *  its counters, stamps every record and the trailer with it,
      *  and proves against its own runs.  GLPOST.BASE holds every
      *  entity's baselines - the other entities' carry forward
      *  untouched when this one's are rolled.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COUNTER-STATE-FILE ASSIGN TO "COUNTER.STATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNTR-KEY
               FILE STATUS WS-CNTR-STATE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUN.HISTORY"
               RECORD KEY RUNH-KEY
               FILE STATUS WS-RUN-HISTORY-STATUS.

           SELECT TRAN-TYPE-MASTER-FILE ASSIGN TO "TRANTYPE.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TTYP-TYPE-CODE
               FILE STATUS WS-TYPE-MASTER-STATUS.

           SELECT GL-BASE-FILE ASSIGN TO "GLPOST.BASE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PROOF-REPORT-STATUS.

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
       FD  GLPOST-PARM-FILE.
       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  TRAN-TYPE-MASTER-FILE.
       COPY TRANTYPM.

       FD  GL-BASE-FILE.
       COPY GLBASE.

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE              PIC X(80).

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-GLPOST-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-CNTR-STATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-TYPE-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-TYPE-MASTER-OPEN            PIC X VALUE "N".
       01  WS-GL-BASE-STATUS              PIC XX VALUE SPACES.
       01  WS-GL-POSTING-STATUS           PIC XX VALUE SPACES.
       01  WS-PROOF-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE                PIC 9(8) VALUE 0.
       01  WS-PERIOD-START                PIC 9(8) VALUE 0.
       01  WS-PERIOD-END                  PIC 9(8) VALUE 0.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
      *    Last business date and cycle posted - the cycle whose
      *    chain this posting closes.
       01  WS-POSTED-DATE                 PIC 9(8) VALUE 0.
       01  WS-POSTED-CYCLE                PIC 9(2) VALUE 1.
       01  WS-COUNTERS-READ               PIC 9(9) VALUE 0.
      *    Job-step control - this step's record on STEP.CONTROL,
      *    and the predecessor that stopped it when it is refused.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-STEP-NAME                   PIC X(8) VALUE "GLPOST  ".
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

      *    Baseline accumulators from the last posting, one entry
      *    per counter ever posted, every entity's.  Counters on the
      *    baseline but absent from COUNTER.STATE, and all of the
      *    other entities' counters, carry forward unchanged.
       01  WS-BASE-SUB                    PIC 9(3) VALUE 0.
       01  WS-BASE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-BASE-LIMIT                  PIC 9(3) VALUE 500.
       01  WS-BASE-FOUND                  PIC X VALUE "N".
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY OCCURS 500 TIMES.
               10  WS-BAS-ENTITY-CODE     PIC X(3).
               10  WS-BAS-COUNTER-ID      PIC X(10).
               10  WS-BAS-VALUE-ACCUM     PIC S9(11)V99.
               10  WS-BAS-POSTED-THRU     PIC 9(8).
      *            "Y" once the counter was seen on COUNTER.STATE
      *            this run, so untouched baselines carry forward.
               10  WS-BAS-SEEN            PIC X(1).
       01  WS-NET-MOVEMENT                PIC S9(13)V99 VALUE 0.
       01  WS-HISTORY-VALUE               PIC S9(13)V99 VALUE 0.
       01  WS-PROOF-DIFFERENCE            PIC S9(13)V99 VALUE 0.
      *    GL account and description the counter in hand posts
      *    under, resolved from the type master by 1250.
       01  WS-GL-ACCOUNT                  PIC X(10) VALUE SPACES.
       01  WS-TYPE-DESCRIPTION            PIC X(30) VALUE SPACES.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(26) VALUE
           05  WS-RPT-HDR-START           PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " TO ".
           05  WS-RPT-HDR-END             PIC 9(8).
           05  FILLER                     PIC X(9) VALUE "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(44) VALUE
               "ACCOUNT    D/C           MOVEMENT           ".
           05  FILLER                     PIC X(23) VALUE
               "COUNTER-ID DESCRIPTION".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-ACCOUNT         PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RPT-DTL-SIDE            PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RPT-DTL-AMOUNT          PIC ZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(14) VALUE SPACES.
           05  WS-RPT-DTL-COUNTER-ID      PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-DESCRIPTION     PIC X(25).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-AMOUNT          PIC ZZZZZZZZZZZZ9.99-.
              END-IF
              PERFORM 9000-TERMINATE
           END-IF
           IF WS-STEP-RECORDED = "Y"
              PERFORM 9800-END-JOB-STEP
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM 0101-READ-ENTITY-PARM
           PERFORM 0105-READ-BUSINESS-DATE
           PERFORM 0060-START-JOB-STEP
           IF WS-STEP-BLOCKED = "Y"
              MOVE "Y" TO WS-RUN-BLOCKED
           ELSE
              PERFORM 0110-READ-PERIOD-PARM
           END-IF
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0120-LOAD-BASELINE
              PERFORM 0130-OPEN-TYPE-MASTER
              PERFORM 0150-OPEN-AND-PREPARE
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

      *    Control records punched before cycles carry zero - read
      *    that as the morning cycle.  A control never posted keys
      *    the step on the open business date.
       0105-READ-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE TO WS-POSTED-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0106-FIND-ENTITY-DATE
                  UNTIL WS-BUSDATE-FOUND = "Y"
                  OR WS-EOF-BUSDATE = "Y"
              IF WS-BUSDATE-FOUND = "Y"
                 IF BDAT-LAST-POSTED-DATE = 0
                    MOVE BDAT-BUSINESS-DATE TO WS-POSTED-DATE
                    MOVE BDAT-CYCLE-NUMBER TO WS-POSTED-CYCLE
                 ELSE
                    MOVE BDAT-LAST-POSTED-DATE TO WS-POSTED-DATE
                    MOVE BDAT-LAST-POSTED-CYCLE TO WS-POSTED-CYCLE
                 END-IF
                 IF WS-POSTED-CYCLE = 0
                    MOVE 1 TO WS-POSTED-CYCLE
                 END-IF
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    With no entity card the first record names the entity.
       0106-FIND-ENTITY-DATE.
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
      *    The posting waits on the exception monitor for the last
      *    cycle posted.
       0060-START-JOB-STEP.
           MOVE WS-POSTED-DATE TO WS-STEP-DATE
           MOVE WS-POSTED-CYCLE TO WS-STEP-CYCLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STEP-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START-TIME
           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEP-CONTROL-STATUS = "35"
              CLOSE STEP-CONTROL-FILE
              OPEN OUTPUT STEP-CONTROL-FILE
              CLOSE STEP-CONTROL-FILE
              OPEN I-O STEP-CONTROL-FILE
           END-IF
           MOVE "EXCPMON" TO WS-PRED-STEP-NAME
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
              DISPLAY "GLPOST: ENTITY " WS-ENTITY-CODE
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

      *    A GL posting with no period card is refused, not
      *    defaulted - the ledger is the wrong place to guess.
       0110-READ-PERIOD-PARM.
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-BASE-COUNT
                   MOVE GLB-ENTITY-CODE
                       TO WS-BAS-ENTITY-CODE(WS-BASE-COUNT)
                   MOVE GLB-COUNTER-ID
                       TO WS-BAS-COUNTER-ID(WS-BASE-COUNT)
                   MOVE GLB-VALUE-ACCUM
                       TO WS-BAS-VALUE-ACCUM(WS-BASE-COUNT)
                   MOVE GLB-POSTED-THRU-DATE
                       TO WS-BAS-POSTED-THRU(WS-BASE-COUNT)
                   MOVE "N" TO WS-BAS-SEEN(WS-BASE-COUNT)
           END-READ.

      *    The type master is optional here - without it every
      *    counter posts under its counter-id as it always has.
       0130-OPEN-TYPE-MASTER.
           OPEN INPUT TRAN-TYPE-MASTER-FILE
           IF WS-TYPE-MASTER-STATUS = "00"
              MOVE "Y" TO WS-TYPE-MASTER-OPEN
           ELSE
              DISPLAY "GLPOST: TRANSACTION TYPE MASTER NOT "
                  "AVAILABLE - POSTING UNDER COUNTER-IDS"
           END-IF.

       0150-OPEN-AND-PREPARE.
           OPEN INPUT COUNTER-STATE-FILE
           IF WS-CNTR-STATE-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
              MOVE LOW-VALUES TO CNTR-COUNTER-ID
              START COUNTER-STATE-FILE KEY NOT < CNTR-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE WS-PERIOD-START TO WS-RPT-HDR-START
           MOVE WS-PERIOD-END TO WS-RPT-HDR-END
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE PROOF-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE PROOF-REPORT-LINE FROM WS-RPT-HEADER-2.

      *    The sweep stops at the first counter of the next entity.
       1000-POST-ONE-COUNTER.
           READ COUNTER-STATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF CNTR-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      PERFORM 1100-COMPUTE-MOVEMENT
                   END-IF
           END-READ.

       1100-COMPUTE-MOVEMENT.
           ADD 1 TO WS-COUNTERS-READ
           PERFORM 1200-FIND-BASELINE
           COMPUTE WS-MOVEMENT =
               CNTR-VALUE-ACCUM - WS-BASE-VALUE

       1210-SCAN-ONE-BASELINE.
           ADD 1 TO WS-BASE-SUB
           IF WS-BAS-ENTITY-CODE(WS-BASE-SUB) = CNTR-ENTITY-CODE
              AND WS-BAS-COUNTER-ID(WS-BASE-SUB) = CNTR-COUNTER-ID
              MOVE "Y" TO WS-BASE-FOUND
           END-IF.

      *    Per-type counter-ids are "TYPE-" plus the type code, so
      *    the code in bytes 6-7 keys the master.
       1250-RESOLVE-GL-ACCOUNT.
           MOVE CNTR-COUNTER-ID TO WS-GL-ACCOUNT
           MOVE SPACES TO WS-TYPE-DESCRIPTION
           IF WS-TYPE-MASTER-OPEN = "Y"
              AND CNTR-COUNTER-ID(1:5) = "TYPE-"
              MOVE CNTR-COUNTER-ID(6:2) TO TTYP-TYPE-CODE
              READ TRAN-TYPE-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE TTYP-DESCRIPTION TO WS-TYPE-DESCRIPTION
                      IF TTYP-GL-ACCOUNT NOT = SPACES
                         MOVE TTYP-GL-ACCOUNT TO WS-GL-ACCOUNT
                      END-IF
              END-READ
           END-IF.

       1300-WRITE-POSTING-DETAIL.
           PERFORM 1250-RESOLVE-GL-ACCOUNT
           MOVE FUNCTION ABS(WS-MOVEMENT) TO WS-ABS-MOVEMENT
           IF WS-MOVEMENT > 0
              MOVE "D" TO GLP-RECORD-TYPE
              MOVE "C" TO GLP-RECORD-TYPE
              ADD WS-ABS-MOVEMENT TO WS-CREDIT-TOTAL
           END-IF
           MOVE WS-ENTITY-CODE TO GLP-ENTITY-CODE
           MOVE WS-CURRENT-DATE TO GLP-POSTING-DATE
           MOVE WS-PERIOD-START TO GLP-PERIOD-START
           MOVE WS-PERIOD-END TO GLP-PERIOD-END
           MOVE WS-GL-ACCOUNT TO GLP-ACCOUNT-ID
           MOVE WS-ABS-MOVEMENT TO GLP-AMOUNT
           MOVE 0 TO GLP-RECORD-COUNT
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-ABS-MOVEMENT TO WS-HASH-TOTAL
           ADD WS-MOVEMENT TO WS-NET-MOVEMENT
           MOVE WS-GL-ACCOUNT TO WS-RPT-DTL-ACCOUNT
           MOVE GLP-RECORD-TYPE TO WS-RPT-DTL-SIDE
           MOVE WS-ABS-MOVEMENT TO WS-RPT-DTL-AMOUNT
           MOVE CNTR-COUNTER-ID TO WS-RPT-DTL-COUNTER-ID
           MOVE WS-TYPE-DESCRIPTION TO WS-RPT-DTL-DESCRIPTION
           WRITE PROOF-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

      *    The in-storage baseline follows the counter forward so
                     CNTR-COUNTER-ID " - RAISE WS-BASE-LIMIT AND"
                     " RERUN - POSTING FILE NOT USABLE"
                 CLOSE COUNTER-STATE-FILE
                 IF WS-TYPE-MASTER-OPEN = "Y"
                    CLOSE TRAN-TYPE-MASTER-FILE
                 END-IF
                 CLOSE GL-POSTING-FILE
                 CLOSE PROOF-REPORT-FILE
                 MOVE 16 TO RETURN-CODE
                 MOVE WS-COUNTERS-READ TO WS-STEP-RECORDS-IN
                 MOVE WS-DETAIL-COUNT TO WS-STEP-RECORDS-OUT
                 PERFORM 9800-END-JOB-STEP
                 STOP RUN
              ELSE
                 ADD 1 TO WS-BASE-COUNT
                 MOVE CNTR-ENTITY-CODE
                     TO WS-BAS-ENTITY-CODE(WS-BASE-COUNT)
                 MOVE CNTR-COUNTER-ID
                     TO WS-BAS-COUNTER-ID(WS-BASE-COUNT)
                 MOVE CNTR-VALUE-ACCUM

       5000-WRITE-CONTROL-TRAILER.
           MOVE "T" TO GLP-RECORD-TYPE
           MOVE WS-ENTITY-CODE TO GLP-ENTITY-CODE
           MOVE WS-CURRENT-DATE TO GLP-POSTING-DATE
           MOVE WS-PERIOD-START TO GLP-PERIOD-START
           MOVE WS-PERIOD-END TO GLP-PERIOD-END
           WRITE GL-POSTING-RECORD.

      *    The proof: net movement posted this period must equal the
      *    sum of RUNH-RUN-VALUE over the period's recorded runs of
      *    this entity.
       6000-PROVE-AGAINST-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              MOVE WS-ENTITY-CODE TO RUNH-ENTITY-CODE
              MOVE WS-PERIOD-START TO RUNH-BUSINESS-DATE
              MOVE LOW-VALUES TO RUNH-RUN-ID
              START RUN-HISTORY-FILE KEY NOT < RUNH-KEY
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF RUNH-ENTITY-CODE NOT = WS-ENTITY-CODE
                      OR RUNH-BUSINESS-DATE > WS-PERIOD-END
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      ADD RUNH-RUN-VALUE TO WS-HISTORY-VALUE
      *    run (a counter gone from COUNTER.STATE) carry forward at
      *    their old value so nothing silently leaves the ledger.
      *    Performed only when the proof ties; a held period keeps
      *    its old baseline and reruns whole.  Another entity's
      *    entries keep the date they were last posted through.
       7000-REWRITE-BASELINE.
           OPEN OUTPUT GL-BASE-FILE
           MOVE 0 TO WS-BASE-SUB

       7100-WRITE-ONE-BASELINE.
           ADD 1 TO WS-BASE-SUB
           MOVE WS-BAS-ENTITY-CODE(WS-BASE-SUB) TO GLB-ENTITY-CODE
           MOVE WS-BAS-COUNTER-ID(WS-BASE-SUB) TO GLB-COUNTER-ID
           MOVE WS-BAS-VALUE-ACCUM(WS-BASE-SUB) TO GLB-VALUE-ACCUM
           IF WS-BAS-ENTITY-CODE(WS-BASE-SUB) = WS-ENTITY-CODE
              MOVE WS-PERIOD-END TO GLB-POSTED-THRU-DATE
           ELSE
              MOVE WS-BAS-POSTED-THRU(WS-BASE-SUB)
                  TO GLB-POSTED-THRU-DATE
           END-IF
           WRITE GL-BASE-RECORD.

       9000-TERMINATE.
           END-IF
           WRITE PROOF-REPORT-LINE FROM WS-RPT-VERDICT-LINE
           CLOSE COUNTER-STATE-FILE
           IF WS-TYPE-MASTER-OPEN = "Y"
              CLOSE TRAN-TYPE-MASTER-FILE
           END-IF
           CLOSE GL-POSTING-FILE
           CLOSE PROOF-REPORT-FILE
           MOVE WS-COUNTERS-READ TO WS-STEP-RECORDS-IN
           MOVE WS-DETAIL-COUNT TO WS-STEP-RECORDS-OUT.

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
