      *  COUNTER-STATE-FILE so each transaction type carries its own
      *  totals forward across business days and a high-volume type
      *  cannot mask what the low-volume types are doing.
      *  A forward item whose amount breaks its type's hold limit on
      *  TRANTYPE.MASTER does not post: it goes to HOLD.QUEUE with
      *  its full record image and the run stamp, stays out of the
      *  accepted totals, and shows on the run report as a HOLD
      *  line.  HOLDREL releases or declines it by operator card;
      *  a released item comes back on a supplemental volume and
      *  clears the duplicate edit once.
      *  TRANSACT.FILE is proved by TRANGATE (or TRANSPLIT on a split
      *  day) before this step runs; its header and trailer control
      *  records are passed over here and never reach the edit, the
      *  counters or the input-position count the checkpoint and
      *  registry carry.
      *  Before any item is read, COUNTER.STATE is copied whole onto
      *  COUNTER.GENS under this run's business date, cycle and
      *  run-id, with the business-date control's last posted date
      *  and cycle, so CYCLBACK can put the system back as if the
      *  run never happened.
      *  Every item posted and every reversal backed out is written
      *  to POSTING.JOURNAL with its counter's WS-AREA-1, WS-AREA-2
      *  and value accumulator before and after, and whether it
      *  drove a reset, an overflow trip or a deferred decrement.
      *  At end of run each counter driven gets a COUNTER.ACTIVITY
      *  record for the business date and cycle - items posted,
      *  reversals, resets, trips and value moved - which CNTRFCST
      *  projects forward.
      *  The run records itself on STEP.CONTROL under the business
      *  date and cycle, as BUGSOL or - for a stream job, named on
      *  its STEP.PARM card - BUGSOL1 to BUGSOL4, and refuses to
      *  start unless the volume was proved for the same date and
      *  cycle: TRANGATE for a whole-volume run, TRANSPLIT for a
      *  stream.  A whole-volume run on a day already split into
      *  streams is refused outright.
      *  The run posts for one entity - the business unit named on
      *  its ENTITY.PARM card, or the one on the first BUSDATE.CTL
      *  record - under that entity's business date and threshold
      *  card.  Every counter, registry, hold, checkpoint, history
      *  and step record it reads or writes is keyed by the entity
      *  and every log record it writes is stamped with it, so each
      *  unit's stream runs against the shared files without ever
      *  touching another unit's counters.  An item carrying another
      *  entity's code is rejected ENTY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COUNTER-STATE-FILE ASSIGN TO "COUNTER.STATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNTR-KEY
               FILE STATUS WS-CNTR-STATE-STATUS.

           SELECT OVERFLOW-AUDIT-FILE ASSIGN TO "OVERFLOW.AUDIT"
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT.FILE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CHKPT-KEY
               FILE STATUS WS-CHECKPOINT-STATUS.

           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTITY.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTITY-PARM-STATUS.

           SELECT STEP-PARM-FILE ASSIGN TO "STEP.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STEP-PARM-STATUS.

           SELECT RESTART-PARM-FILE ASSIGN TO "RESTART.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RESTART-PARM-STATUS.
               RECORD KEY RUNH-KEY
               FILE STATUS WS-RUN-HISTORY-STATUS.

           SELECT TRAN-TYPE-MASTER-FILE ASSIGN TO "TRANTYPE.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TTYP-TYPE-CODE
               FILE STATUS WS-TYPE-MASTER-STATUS.

           SELECT EDIT-REJECT-FILE ASSIGN TO "EDIT.REJECTS"
               ORGANIZATION SEQUENTIAL
           SELECT TRANID-REGISTRY-FILE ASSIGN TO "TRANID.REGISTRY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRID-KEY
               FILE STATUS WS-TRANID-REGISTRY-STATUS.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLD.QUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HOLD-KEY
               FILE STATUS WS-HOLD-QUEUE-STATUS.

           SELECT COUNTER-GENERATION-FILE ASSIGN TO "COUNTER.GENS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CGEN-KEY
               FILE STATUS WS-COUNTER-GEN-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTING.JOURNAL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-POSTING-JRNL-STATUS.

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
       FD  COUNTER-STATE-FILE.
       FD  RESTART-PARM-FILE.
       COPY RESTPRM.

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

      *    Names a stream job's step - BUGSOL1 to BUGSOL4.  No card
      *    means the whole-volume run, BUGSOL.
       FD  STEP-PARM-FILE.
       01  STEP-PARM-RECORD.
           05  STEP-PARM-NAME             PIC X(8).

       FD  RUN-REPORT-FILE.
       01  RUN-REPORT-LINE                PIC X(80).

       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  TRAN-TYPE-MASTER-FILE.
       COPY TRANTYPM.

       FD  EDIT-REJECT-FILE.
       COPY EDITREJ.
       FD  TRANID-REGISTRY-FILE.
       COPY TRANREG.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDQUE.

       FD  COUNTER-GENERATION-FILE.
       COPY CNTRGEN.

       FD  POSTING-JOURNAL-FILE.
       COPY PSTJRNL.

       FD  COUNTER-ACTIVITY-FILE.
       COPY CNTRACT.

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
      *    WS-AREA-1 / WS-AREA-2 hold the counter currently being
      *    driven; 1500-LOCATE-COUNTER loads them from the per-type
      *            Overflow trips this counter took during this run,
      *            for the downstream snapshot extract.
               10  WS-CTR-TRIP-COUNT      PIC 9(7).
      *            This run's activity on the counter, for its
      *            COUNTER.ACTIVITY record.
               10  WS-CTR-POSTED-COUNT    PIC 9(7).
               10  WS-CTR-RVSL-COUNT      PIC 9(7).
               10  WS-CTR-RESET-COUNT     PIC 9(7).
               10  WS-CTR-VALUE-POSTED    PIC S9(11)V99.
               10  WS-CTR-VALUE-RVSD      PIC S9(11)V99.

       01  WS-CNTR-STATE-STATUS           PIC XX VALUE SPACES.
       01  WS-OVFL-AUDIT-STATUS           PIC XX VALUE SPACES.
       01  WS-THRESHOLD-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-TRANSACTION-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-TRANSACTION             PIC X VALUE "N".
       01  WS-CONTROL-RECORD              PIC X VALUE "N".
       01  WS-TRANSACTION-COUNT           PIC 9(9) VALUE 0.
       01  WS-CHECKPOINT-STATUS           PIC XX VALUE SPACES.
       01  WS-RESTART-PARM-STATUS         PIC XX VALUE SPACES.
           05  WS-RUN-ID-BASE             PIC X(6) VALUE "DAILYC".
           05  WS-RUN-ID-CYCLE            PIC 9(2) VALUE 1.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
      *    Job-step control - this step's record on STEP.CONTROL,
      *    and the predecessor that stopped it when it is refused.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-STEP-NAME                   PIC X(8) VALUE "BUGSOL  ".
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
       01  WS-STEP-PARM-STATUS            PIC XX VALUE SPACES.
       01  WS-PRED-STEP-NAME              PIC X(8) VALUE SPACES.
       01  WS-SPLIT-DAY                   PIC X VALUE "N".
       01  WS-SKIP-COUNT                  PIC 9(9) VALUE 0.
       01  WS-RUN-REPORT-STATUS           PIC XX VALUE SPACES.
       01  WS-OVERFLOW-TRIP-COUNT         PIC 9(7) VALUE 0.
      *    Friday file still reports under Friday's date.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSDATE-OPEN                PIC X VALUE "N".
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
      *    Entity the run posts for, from ENTITY.PARM or the first
      *    BUSDATE.CTL record - leads every key the run touches.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-CONTROL-SNAP-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-RERUN-MODE                  PIC X VALUE "N".
       01  WS-RUN-BLOCKED                 PIC X VALUE "N".
      *    Last posted date and cycle as the run found them - saved
      *    on the pre-run generation for CYCLBACK.
       01  WS-PRIOR-POSTED-DATE           PIC 9(8) VALUE 0.
       01  WS-PRIOR-POSTED-CYCLE          PIC 9(2) VALUE 0.
       01  WS-COUNTER-GEN-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-COUNTER-STATE           PIC X VALUE "N".

      *    Posting-journal image of the counter as 1500-LOCATE-COUNTER
      *    handed it over, and what the rules did to it on this item.
       01  WS-POSTING-JRNL-STATUS         PIC XX VALUE SPACES.
       01  WS-JRN-AREA-1-BEFORE           PIC 9(5) VALUE 0.
       01  WS-JRN-AREA-2-BEFORE           PIC 9(5) VALUE 0.
       01  WS-JRN-VALUE-BEFORE            PIC S9(11)V99 VALUE 0.
       01  WS-JRN-RESET-FLAG              PIC X VALUE "N".
       01  WS-JRN-DEFERRED-FLAG           PIC X VALUE "N".
       01  WS-CNTR-ACTIVITY-STATUS        PIC XX VALUE SPACES.

      *    Front-end edit pass.  A transaction only reaches the
      *    counter rules when WS-EDIT-RESULT comes back as spaces;
      *    otherwise the reason code goes to EDIT-REJECT-FILE.
       01  WS-TYPE-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-EDIT-REJECT-STATUS          PIC XX VALUE SPACES.
       01  WS-EDIT-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-EDIT-RESULT                 PIC X(4) VALUE SPACES.
       01  WS-EDIT-DATE-REJECTS           PIC 9(9) VALUE 0.
       01  WS-EDIT-TYPE-REJECTS           PIC 9(9) VALUE 0.
       01  WS-EDIT-DUP-REJECTS            PIC 9(9) VALUE 0.
       01  WS-EDIT-ENTY-REJECTS           PIC 9(9) VALUE 0.
       01  WS-EDIT-DATE-FIELDS.
           05  WS-EDIT-DATE               PIC 9(8).
           05  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-DATE-MONTH     PIC 9(2).
               10  WS-EDIT-DATE-DAY       PIC 9(2).

      *    The transaction-type master, loaded whole from
      *    TRANTYPE.MASTER.  A type is accepted only while it is
      *    active and the business date sits inside its effective/
      *    expiry window.  An absent or empty master accepts every
      *    non-blank type so the edit can go in ahead of the master
      *    being keyed.  The description and GL account of the type
      *    in hand ride along to the run report detail.
       01  WS-EOF-TYPES                   PIC X VALUE "N".
       01  WS-TYPE-SUB                    PIC 9(3) VALUE 0.
       01  WS-TYPE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-TYPE-LIMIT                  PIC 9(3) VALUE 50.
       01  WS-TYPE-FOUND                  PIC X VALUE "N".
       01  WS-VALID-TYPE-TABLE.
           05  WS-VALID-TYPE-ENTRY OCCURS 50 TIMES.
               10  WS-VALID-TYPE-CODE     PIC X(2).
               10  WS-VALID-TYPE-DESC     PIC X(30).
               10  WS-VALID-TYPE-EFF-DATE PIC 9(8).
               10  WS-VALID-TYPE-EXP-DATE PIC 9(8).
               10  WS-VALID-TYPE-STATUS   PIC X(1).
               10  WS-VALID-TYPE-GL-ACCT  PIC X(10).
               10  WS-VALID-TYPE-HOLD-LIM PIC 9(7)V99.
       01  WS-TRAN-TYPE-DESC              PIC X(30) VALUE SPACES.
       01  WS-TRAN-TYPE-GL-ACCT           PIC X(10) VALUE SPACES.
       01  WS-TRAN-TYPE-HOLD-LIMIT        PIC 9(7)V99 VALUE 0.

      *    Duplicate detection reads the persistent TRANID.REGISTRY
      *    instead of an in-storage table, so yesterday's ids still
               10  WS-RESUB-TRAN-ID       PIC X(10).
               10  WS-RESUB-CONSUMED      PIC X(1).

      *    High-value hold.  WS-HOLD-ITEM says the item in hand broke
      *    its type's hold limit and goes to HOLD.QUEUE instead of
      *    posting; WS-RELEASED-ITEM says HOLD.QUEUE shows it already
      *    released by HOLDREL, so it posts whatever its amount.
       01  WS-HOLD-QUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLD-ITEM                   PIC X VALUE "N".
       01  WS-RELEASED-ITEM               PIC X VALUE "N".
       01  WS-HOLD-COUNT                  PIC 9(9) VALUE 0.
       01  WS-HOLD-VALUE                  PIC S9(13)V99 VALUE 0.
       01  WS-RELEASE-POSTED-COUNT        PIC 9(9) VALUE 0.

       01  WS-EDT-HEADER-1.
           05  FILLER                     PIC X(26) VALUE
               "TRANSACTION EDIT SUMMARY  ".
           05  WS-EDT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-EDT-HDR-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(8) VALUE
               " ENTITY ".
           05  WS-EDT-HDR-ENTITY          PIC X(3).
       01  WS-EDT-TOTAL-LINE.
           05  WS-EDT-TOT-LABEL           PIC X(24).
           05  WS-EDT-TOT-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(8) VALUE
               "  CYCLE:".
           05  WS-RPT-HDR-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(9) VALUE
               "  ENTITY:".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(44) VALUE
               "TRAN-ID    TP AREA-1 AREA-2 OVFL GENERATION".
           05  FILLER                     PIC X(31) VALUE
               "DESCRIPTION          GL-ACCOUNT".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-TRAN-ID         PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-OVFL-FLAG       PIC 9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-GENERATION      PIC ZZZZ9.
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  WS-RPT-DTL-DESCRIPTION     PIC X(20).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-GL-ACCOUNT      PIC X(10).
      *    Reversal detail lines form their own section marker on
      *    the run report - "RVSL" in the type column a forward item
      *    can never carry.
           05  WS-RPT-RVS-TYPE-CODE       PIC X(2).
           05  FILLER                     PIC X(5) VALUE " AMT ".
           05  WS-RPT-RVS-AMOUNT          PIC ZZZZZZ9.99-.
      *    Held items get their own "HOLD" marker line in place of
      *    the counter detail they never drove.
       01  WS-RPT-HOLD-LINE.
           05  FILLER                     PIC X(5) VALUE "HOLD ".
           05  WS-RPT-HLD-TRAN-ID         PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-HLD-TYPE-CODE       PIC X(2).
           05  FILLER                     PIC X(5) VALUE " AMT ".
           05  WS-RPT-HLD-AMOUNT          PIC ZZZZZZ9.99-.
           05  FILLER                     PIC X(7) VALUE " LIMIT ".
           05  WS-RPT-HLD-LIMIT           PIC ZZZZZZ9.99.
       01  WS-RPT-FOOTER-1.
           05  FILLER                     PIC X(20) VALUE
               "ENDING AREA-1......".
           05  FILLER                     PIC X(20) VALUE
               "RVSL COUNTS IN RESET".
           05  WS-RPT-FTR-RVSL-SKIPPED    PIC ZZZZZZ9.
       01  WS-RPT-FOOTER-10.
           05  FILLER                     PIC X(20) VALUE
               "ITEMS HELD..........".
           05  WS-RPT-FTR-HOLD-COUNT      PIC ZZZZZZZZ9.
       01  WS-RPT-FOOTER-11.
           05  FILLER                     PIC X(20) VALUE
               "VALUE HELD..........".
           05  WS-RPT-FTR-HOLD-VALUE      PIC ZZZZZZZZZZZZ9.99-.

      *    Defaults match the original hardcoded 99999/100/10/5
      *    behavior; THRESHOLD-PARM-FILE overrides them when present -
      *    the entity's own card, else the blank-entity default card.
       01  WS-THRESHOLD-FOUND             PIC X VALUE "N".
       01  WS-EOF-THRESHOLDS              PIC X VALUE "N".
       01  WS-THRESHOLDS.
           05  WS-OVERFLOW-LIMIT          PIC 9(5) VALUE 99999.
           05  WS-RESET-TRIGGER           PIC 9(5) VALUE 100.
                  UNTIL WS-EOF-TRANSACTION = "Y"
              PERFORM 9000-TERMINATE
           END-IF
           IF WS-STEP-RECORDED = "Y"
              PERFORM 9800-END-JOB-STEP
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           PERFORM 0101-READ-ENTITY-PARM
           PERFORM 0102-READ-BUSINESS-DATE
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0060-START-JOB-STEP
              IF WS-STEP-BLOCKED = "Y"
                 MOVE "Y" TO WS-RUN-BLOCKED
                 IF WS-BUSDATE-OPEN = "Y"
                    CLOSE BUSINESS-DATE-FILE
                    MOVE "N" TO WS-BUSDATE-OPEN
                 END-IF
              END-IF
           END-IF
           IF WS-RUN-BLOCKED NOT = "Y"
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

      *    The duplicate-run guard sits ahead of every other open so
      *    a refused run touches nothing - not even the run report.
       0102-READ-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0103-FIND-ENTITY-DATE
                  UNTIL WS-BUSDATE-OPEN = "Y"
                  OR WS-EOF-BUSDATE = "Y"
              IF WS-BUSDATE-OPEN = "Y"
                 MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
                 MOVE BDAT-RERUN-MODE TO WS-RERUN-MODE
                 MOVE BDAT-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                 MOVE BDAT-LAST-POSTED-DATE TO WS-PRIOR-POSTED-DATE
                 MOVE BDAT-LAST-POSTED-CYCLE TO WS-PRIOR-POSTED-CYCLE
      *          Control records punched before cycles carry zero -
      *          read that as the morning cycle.
                 IF WS-CYCLE-NUMBER = 0
                    MOVE 1 TO WS-CYCLE-NUMBER
                 END-IF
                 MOVE WS-CYCLE-NUMBER TO WS-RUN-ID-CYCLE
                 IF BDAT-BUSINESS-DATE = BDAT-LAST-POSTED-DATE
                    AND BDAT-CYCLE-NUMBER = BDAT-LAST-POSTED-CYCLE
                    AND BDAT-RERUN-OVERRIDE NOT = "Y"
                    MOVE "Y" TO WS-RUN-BLOCKED
                    DISPLAY "BUGSOLUTION: ENTITY " WS-ENTITY-CODE
                        " BUSINESS DATE " BDAT-BUSINESS-DATE
                        " CYCLE " BDAT-CYCLE-NUMBER
                        " ALREADY POSTED - BUMP THE CYCLE OR"
                        " SET RERUN OVERRIDE TO RUN IT AGAIN"
                    CLOSE BUSINESS-DATE-FILE
                    MOVE "N" TO WS-BUSDATE-OPEN
                 END-IF
              ELSE
                 CLOSE BUSINESS-DATE-FILE
              END-IF
           ELSE
              CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    With no entity card the first record names the entity.
      *    The matching record stays current for the REWRITE at 9300.
       0103-FIND-ENTITY-DATE.
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
      *    A whole-volume run waits on TRANGATE; a stream job waits
      *    on the TRANSPLIT that routed its stream.
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
           PERFORM 0068-READ-STEP-PARM
           MOVE WS-RUN-ID TO WS-STEP-RUN-ID
           IF WS-STEP-NAME NOT = "BUGSOL"
              MOVE "TRANSPLT" TO WS-PRED-STEP-NAME
              PERFORM 0065-CHECK-PREDECESSOR
           ELSE
              PERFORM 0067-CHECK-SPLIT-DAY
              IF WS-SPLIT-DAY = "Y"
                 MOVE "Y" TO WS-STEP-BLOCKED
                 MOVE "SPLT" TO WS-STEP-REASON
                 MOVE "TRANSPLT" TO WS-STEP-WAITING-ON
              ELSE
                 MOVE "TRANGATE" TO WS-PRED-STEP-NAME
                 PERFORM 0065-CHECK-PREDECESSOR
              END-IF
           END-IF
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
              DISPLAY "BUGSOLUTION: STEP REFUSED - " WS-STEP-REASON
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

       0068-READ-STEP-PARM.
           OPEN INPUT STEP-PARM-FILE
           IF WS-STEP-PARM-STATUS = "00"
              READ STEP-PARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF STEP-PARM-NAME NOT = SPACES
                         MOVE STEP-PARM-NAME TO WS-STEP-NAME
                      END-IF
              END-READ
              CLOSE STEP-PARM-FILE
           END-IF.

       0150-OPEN-AND-PREPARE.
              CLOSE ADJUSTMENT-REJECTS-FILE
              OPEN EXTEND ADJUSTMENT-REJECTS-FILE
           END-IF
           OPEN EXTEND POSTING-JOURNAL-FILE
           IF WS-POSTING-JRNL-STATUS = "05" OR
              WS-POSTING-JRNL-STATUS = "35"
              CLOSE POSTING-JOURNAL-FILE
              OPEN OUTPUT POSTING-JOURNAL-FILE
              CLOSE POSTING-JOURNAL-FILE
              OPEN EXTEND POSTING-JOURNAL-FILE
           END-IF
           OPEN I-O CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "35"
              CLOSE CHECKPOINT-FILE
              CLOSE TRANID-REGISTRY-FILE
              OPEN I-O TRANID-REGISTRY-FILE
           END-IF
           OPEN I-O HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS = "35"
              CLOSE HOLD-QUEUE-FILE
              OPEN OUTPUT HOLD-QUEUE-FILE
              CLOSE HOLD-QUEUE-FILE
              OPEN I-O HOLD-QUEUE-FILE
           END-IF
           PERFORM 0107-READ-RESTART-PARM
           PERFORM 0160-SAVE-COUNTER-GENERATION
           PERFORM 0108-READ-TRAN-TYPES
           PERFORM 0112-LOAD-RESUB-XREF
           OPEN EXTEND EDIT-REJECT-FILE
              PERFORM 1100-READ-TRANSACTION
           END-IF.

      *    COUNTER.STATE is only ever written at end of run, so what
      *    is on it here is the state before this run - on a
      *    checkpoint restart as much as on the first pass, which
      *    simply rewrites the same generation.  Cut after the
      *    restart card, which may carry the run-id.
       0160-SAVE-COUNTER-GENERATION.
           OPEN I-O COUNTER-GENERATION-FILE
           IF WS-COUNTER-GEN-STATUS = "35"
              CLOSE COUNTER-GENERATION-FILE
              OPEN OUTPUT COUNTER-GENERATION-FILE
              CLOSE COUNTER-GENERATION-FILE
              OPEN I-O COUNTER-GENERATION-FILE
           END-IF
           MOVE WS-ENTITY-CODE TO CGEN-ENTITY-CODE
           MOVE WS-BUSINESS-DATE TO CGEN-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO CGEN-CYCLE-NUMBER
           MOVE WS-RUN-ID TO CGEN-RUN-ID
           MOVE SPACES TO CGEN-COUNTER-ID
           MOVE "B" TO CGEN-RECORD-TYPE
           MOVE SPACES TO CGEN-COUNTER-IMAGE
           MOVE WS-PRIOR-POSTED-DATE TO CGEN-PRIOR-POSTED-DATE
           MOVE WS-PRIOR-POSTED-CYCLE TO CGEN-PRIOR-POSTED-CYCLE
           MOVE WS-CURRENT-DATE TO CGEN-SAVED-DATE
           MOVE WS-CURRENT-TIME TO CGEN-SAVED-TIME
           WRITE COUNTER-GENERATION-RECORD
               INVALID KEY
                   REWRITE COUNTER-GENERATION-RECORD
           END-WRITE
           MOVE "N" TO WS-EOF-COUNTER-STATE
           MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
           MOVE LOW-VALUES TO CNTR-COUNTER-ID
           START COUNTER-STATE-FILE KEY NOT < CNTR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-COUNTER-STATE
           END-START
           PERFORM 0165-SAVE-ONE-COUNTER-IMAGE
               UNTIL WS-EOF-COUNTER-STATE = "Y"
           CLOSE COUNTER-GENERATION-FILE.

      *    Only this entity's counters - the sweep stops at the
      *    next entity's first record.
       0165-SAVE-ONE-COUNTER-IMAGE.
           READ COUNTER-STATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-COUNTER-STATE
               NOT AT END
                   IF CNTR-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-COUNTER-STATE
                   ELSE
                      MOVE CNTR-COUNTER-ID TO CGEN-COUNTER-ID
                      MOVE "C" TO CGEN-RECORD-TYPE
                      MOVE CNTR-STATE-RECORD TO CGEN-COUNTER-IMAGE
                      MOVE 0 TO CGEN-PRIOR-POSTED-DATE
                      MOVE 0 TO CGEN-PRIOR-POSTED-CYCLE
                      WRITE COUNTER-GENERATION-RECORD
                          INVALID KEY
                              REWRITE COUNTER-GENERATION-RECORD
                      END-WRITE
                   END-IF
           END-READ.

       0130-WRITE-REPORT-HEADER.
           MOVE WS-RUN-ID TO WS-RPT-HDR-RUN-ID
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-RERUN-MODE TO WS-RPT-HDR-RERUN
           MOVE WS-CYCLE-NUMBER TO WS-RPT-HDR-CYCLE
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE RUN-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE RUN-REPORT-LINE FROM WS-RPT-HEADER-2.

              CLOSE RESTART-PARM-FILE
           END-IF.

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
                      PERFORM 0104-APPLY-THRESHOLDS
                   ELSE
                      IF PARM-ENTITY-CODE = SPACES
                         PERFORM 0104-APPLY-THRESHOLDS
                      END-IF
                   END-IF
           END-READ.

       0104-APPLY-THRESHOLDS.
           MOVE PARM-OVERFLOW-LIMIT TO WS-OVERFLOW-LIMIT
           MOVE PARM-RESET-TRIGGER TO WS-RESET-TRIGGER
           MOVE PARM-DECREMENT-AMOUNT TO WS-DECREMENT-AMOUNT
           MOVE PARM-INCREMENT-AMOUNT TO WS-INCREMENT-AMOUNT
           IF PARM-CHECKPOINT-INTERVAL NOT = 0
              MOVE PARM-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
           END-IF.

      *    Retired and not-yet-effective types load too - the edit
      *    needs them to let a reversal through, and the run report
      *    still wants their descriptions.
       0108-READ-TRAN-TYPES.
           OPEN INPUT TRAN-TYPE-MASTER-FILE
           IF WS-TYPE-MASTER-STATUS = "00"
              MOVE "N" TO WS-EOF-TYPES
              MOVE LOW-VALUES TO TTYP-TYPE-CODE
              START TRAN-TYPE-MASTER-FILE KEY NOT < TTYP-TYPE-CODE
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-TYPES
              END-START
              PERFORM 0109-LOAD-ONE-TRAN-TYPE
                  UNTIL WS-EOF-TYPES = "Y"
                  OR WS-TYPE-COUNT >= WS-TYPE-LIMIT
              CLOSE TRAN-TYPE-MASTER-FILE
           END-IF.

       0109-LOAD-ONE-TRAN-TYPE.
           READ TRAN-TYPE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-TYPES
               NOT AT END
                   IF TTYP-TYPE-CODE NOT = SPACES
                      ADD 1 TO WS-TYPE-COUNT
                      MOVE TTYP-TYPE-CODE
                          TO WS-VALID-TYPE-CODE(WS-TYPE-COUNT)
                      MOVE TTYP-DESCRIPTION
                          TO WS-VALID-TYPE-DESC(WS-TYPE-COUNT)
                      MOVE TTYP-EFFECTIVE-DATE
                          TO WS-VALID-TYPE-EFF-DATE(WS-TYPE-COUNT)
                      MOVE TTYP-EXPIRY-DATE
                          TO WS-VALID-TYPE-EXP-DATE(WS-TYPE-COUNT)
                      MOVE TTYP-STATUS
                          TO WS-VALID-TYPE-STATUS(WS-TYPE-COUNT)
                      MOVE TTYP-GL-ACCOUNT
                          TO WS-VALID-TYPE-GL-ACCT(WS-TYPE-COUNT)
                      MOVE TTYP-HOLD-LIMIT
                          TO WS-VALID-TYPE-HOLD-LIM(WS-TYPE-COUNT)
                   END-IF
           END-READ.

               AT END
                   MOVE "Y" TO WS-EOF-RESUB
               NOT AT END
                   IF RSUB-ENTITY-CODE = WS-ENTITY-CODE
                      ADD 1 TO WS-RESUB-COUNT
                      MOVE RSUB-TRAN-ID
                          TO WS-RESUB-TRAN-ID(WS-RESUB-COUNT)
                      MOVE "N" TO WS-RESUB-CONSUMED(WS-RESUB-COUNT)
                   END-IF
           END-READ.

      *    The checkpoint carries the per-type counter table as it
      *    wholesale and COUNTER.STATE stays untouched until the run
      *    completes.
       0120-RESTART-FROM-CHECKPOINT.
           MOVE WS-ENTITY-CODE TO CHKPT-ENTITY-CODE
           MOVE WS-RUN-ID TO CHKPT-RUN-ID
           READ CHECKPOINT-FILE
               INVALID KEY
                       TO WS-EDIT-DUP-REJECTS
                   MOVE CHKPT-EDIT-RVSL-REJECTS
                       TO WS-EDIT-RVSL-REJECTS
                   MOVE CHKPT-EDIT-ENTY-REJECTS
                       TO WS-EDIT-ENTY-REJECTS
                   MOVE CHKPT-REVERSAL-COUNT TO WS-REVERSAL-COUNT
                   MOVE CHKPT-REVERSAL-VALUE TO WS-REVERSAL-VALUE
                   MOVE CHKPT-GROSS-VALUE TO WS-GROSS-VALUE
                       TO WS-RVSL-COUNT-SKIPPED
                   MOVE CHKPT-START-AREA-1 TO WS-RUN-START-AREA-1
                   MOVE CHKPT-START-AREA-2 TO WS-RUN-START-AREA-2
                   MOVE CHKPT-HOLD-COUNT TO WS-HOLD-COUNT
                   MOVE CHKPT-HOLD-VALUE TO WS-HOLD-VALUE
                   MOVE CHKPT-RELEASE-POSTED
                       TO WS-RELEASE-POSTED-COUNT
                   MOVE CHKPT-COUNTER-COUNT TO WS-COUNTER-COUNT
                   MOVE CHKPT-COUNTER-TABLE TO WS-COUNTER-TABLE
                   MOVE CHKPT-INPUT-POSITION TO WS-TRANSACTION-COUNT
                          VARYING WS-SKIP-COUNT FROM 1 BY 1
                          UNTIL WS-SKIP-COUNT >= CHKPT-INPUT-POSITION
                              OR WS-EOF-TRANSACTION = "Y"
                          PERFORM 1100-READ-TRANSACTION
                      END-PERFORM
                   END-IF
           END-READ.
           ADD 1 TO WS-TRANSACTION-COUNT
           PERFORM 1050-EDIT-TRANSACTION
           IF WS-EDIT-RESULT = SPACES
              AND WS-HOLD-ITEM = "Y"
              PERFORM 1090-WRITE-HOLD-RECORD
           END-IF
           IF WS-EDIT-RESULT = SPACES
              AND WS-HOLD-ITEM = "N"
              ADD 1 TO WS-EDIT-ACCEPT-COUNT
              PERFORM 1500-LOCATE-COUNTER
              PERFORM 1710-SAVE-JOURNAL-BEFORE
              IF TRAN-RECORD-TYPE = "R"
                 PERFORM 2500-APPLY-REVERSAL
                 PERFORM 1700-SAVE-COUNTER
                 PERFORM 1720-WRITE-POSTING-JOURNAL
                 PERFORM 1730-TALLY-COUNTER-ACTIVITY
                 PERFORM 1160-WRITE-REVERSAL-DETAIL
              ELSE
                 MOVE WS-OVERFLOW-TRIP-COUNT TO WS-PRIOR-TRIP-COUNT
                    MOVE 0 TO WS-TRAN-OVFL-FLAG
                 END-IF
                 PERFORM 1700-SAVE-COUNTER
                 PERFORM 1720-WRITE-POSTING-JOURNAL
                 PERFORM 1730-TALLY-COUNTER-ACTIVITY
                 PERFORM 1150-WRITE-REPORT-DETAIL
                 IF WS-RELEASED-ITEM = "Y"
                    PERFORM 1095-MARK-HOLD-POSTED
                 END-IF
              END-IF
           END-IF
           IF WS-EDIT-RESULT NOT = SPACES
              PERFORM 1080-WRITE-EDIT-REJECT
           END-IF
           IF FUNCTION MOD(WS-TRANSACTION-COUNT WS-CHECKPOINT-INTERVAL)

       1050-EDIT-TRANSACTION.
           MOVE SPACES TO WS-EDIT-RESULT
           MOVE "N" TO WS-HOLD-ITEM
           MOVE "N" TO WS-RELEASED-ITEM
           PERFORM 1062-CHECK-ENTITY
           IF WS-EDIT-RESULT = SPACES
              PERFORM 1060-CHECK-TRAN-DATE
           END-IF
           IF WS-EDIT-RESULT = SPACES
              PERFORM 1065-CHECK-TRAN-TYPE
           END-IF
              AND TRAN-RECORD-TYPE = "R"
              PERFORM 1068-CHECK-REVERSAL
           END-IF
           IF WS-EDIT-RESULT = SPACES
              AND TRAN-RECORD-TYPE NOT = "R"
              PERFORM 1085-CHECK-HOLD-LIMIT
           END-IF
           PERFORM 1077-REGISTER-TRAN-ID.

      *    A reversal must name an item that actually posted, has
      *    accepted and re-applied rather than bounced RVDP.
       1068-CHECK-REVERSAL.
           MOVE "N" TO WS-REVERSAL-FOUND
           MOVE WS-ENTITY-CODE TO TRID-ENTITY-CODE
           MOVE TRAN-ORIGINAL-ID TO TRID-TRAN-ID
           READ TRANID-REGISTRY-FILE
               INVALID KEY
                   END-EVALUATE
           END-READ.

      *    An item belongs to the run's entity when it says so or
      *    says nothing - feeds cut before the field existed.
       1062-CHECK-ENTITY.
           IF TRAN-ENTITY-CODE NOT = SPACES
              AND TRAN-ENTITY-CODE NOT = WS-ENTITY-CODE
              MOVE "ENTY" TO WS-EDIT-RESULT
           END-IF.

       1060-CHECK-TRAN-DATE.
           IF TRAN-DATE IS NUMERIC
              MOVE TRAN-DATE TO WS-EDIT-DATE
              MOVE "DATE" TO WS-EDIT-RESULT
           END-IF.

      *    A type must be on the master, active, and in force on
      *    the business date - a type keyed ahead of its go-live
      *    date, past its expiry, or retired bounces as TYPE just
      *    like an unknown code, so EDITFIX can repair it with a
      *    type correction card.  A reversal only needs its type on
      *    the master: backing out an item that already posted is
      *    allowed after the type is retired.
       1065-CHECK-TRAN-TYPE.
           MOVE SPACES TO WS-TRAN-TYPE-DESC
           MOVE SPACES TO WS-TRAN-TYPE-GL-ACCT
           MOVE 0 TO WS-TRAN-TYPE-HOLD-LIMIT
           IF TRAN-TYPE-CODE = SPACES
              MOVE "TYPE" TO WS-EDIT-RESULT
           ELSE
                     OR WS-TYPE-SUB >= WS-TYPE-COUNT
                 IF WS-TYPE-FOUND = "N"
                    MOVE "TYPE" TO WS-EDIT-RESULT
                 ELSE
                    MOVE WS-VALID-TYPE-DESC(WS-TYPE-SUB)
                        TO WS-TRAN-TYPE-DESC
                    MOVE WS-VALID-TYPE-GL-ACCT(WS-TYPE-SUB)
                        TO WS-TRAN-TYPE-GL-ACCT
                    MOVE WS-VALID-TYPE-HOLD-LIM(WS-TYPE-SUB)
                        TO WS-TRAN-TYPE-HOLD-LIMIT
                    IF TRAN-RECORD-TYPE NOT = "R"
                       PERFORM 1067-CHECK-TYPE-IN-FORCE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1067-CHECK-TYPE-IN-FORCE.
           IF WS-VALID-TYPE-STATUS(WS-TYPE-SUB) NOT = "A"
              MOVE "TYPE" TO WS-EDIT-RESULT
           END-IF
           IF WS-VALID-TYPE-EFF-DATE(WS-TYPE-SUB) > WS-BUSINESS-DATE
              MOVE "TYPE" TO WS-EDIT-RESULT
           END-IF
           IF WS-VALID-TYPE-EXP-DATE(WS-TYPE-SUB) NOT = 0
              AND WS-VALID-TYPE-EXP-DATE(WS-TYPE-SUB)
                  < WS-BUSINESS-DATE
              MOVE "TYPE" TO WS-EDIT-RESULT
           END-IF.

       1066-SCAN-TYPE-TABLE.
           ADD 1 TO WS-TYPE-SUB
           IF WS-VALID-TYPE-CODE(WS-TYPE-SUB) = TRAN-TYPE-CODE
      *    A registry hit is a duplicate unless the record is this
      *    very run re-presenting the same input position - a
      *    checkpoint restart or an authorized rerun - or the id
      *    carries EDITFIX resubmission lineage, or it was held and
      *    HOLDREL has since released it.
       1070-CHECK-DUPLICATE.
           MOVE "N" TO WS-SEEN-FOUND
           MOVE "N" TO WS-SAME-RUN-RECORD
           MOVE WS-ENTITY-CODE TO TRID-ENTITY-CODE
           MOVE TRAN-ID TO TRID-TRAN-ID
           READ TRANID-REGISTRY-FILE
               INVALID KEY
              ELSE
                 MOVE "N" TO WS-RESUB-FOUND
              END-IF
      *       A release works the same way off the "H" registry
      *       status - once the released copy posts it is "P" and
      *       any further copy bounces.
              IF TRID-STATUS = "H"
                 PERFORM 1074-CHECK-RELEASE
              END-IF
              IF WS-RESUB-FOUND = "N"
                 AND WS-RELEASED-ITEM = "N"
                 MOVE "DUP " TO WS-EDIT-RESULT
              END-IF
           END-IF.
              MOVE "Y" TO WS-RESUB-FOUND
           END-IF.

      *    HOLD.QUEUE says whether the item was released.  "P" is a
      *    released item that already posted - honored only when
      *    this is the same run re-presenting the same input
      *    position after a restart, so the item is re-applied like
      *    any other reprocessed record rather than held again.
       1074-CHECK-RELEASE.
           MOVE WS-ENTITY-CODE TO HOLD-ENTITY-CODE
           MOVE TRAN-ID TO HOLD-TRAN-ID
           READ HOLD-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-STATUS = "L"
                      MOVE "Y" TO WS-RELEASED-ITEM
                   END-IF
                   IF HOLD-STATUS = "P"
                      AND WS-SAME-RUN-RECORD = "Y"
                      MOVE "Y" TO WS-RELEASED-ITEM
                   END-IF
           END-READ.

      *    Reversals are never held - they only back out what
      *    already posted.  The limit applies to the amount either
      *    side of zero.  An item over the limit that an operator
      *    already released posts whatever its amount; the queue is
      *    read here too because a restart re-presents a released
      *    item the registry already shows as posted.
       1085-CHECK-HOLD-LIMIT.
           IF WS-TRAN-TYPE-HOLD-LIMIT > 0
              AND FUNCTION ABS(TRAN-AMOUNT) > WS-TRAN-TYPE-HOLD-LIMIT
              IF WS-RELEASED-ITEM = "N"
                 PERFORM 1074-CHECK-RELEASE
              END-IF
              IF WS-RELEASED-ITEM = "N"
                 MOVE "Y" TO WS-HOLD-ITEM
              END-IF
           END-IF.

      *    Every id on the volume is registered - including ones
      *    rejected for date or type - so a later record reusing the
      *    id still shows up as a duplicate.  An id already on the
      *    registry is rewritten only when this record cleared the
      *    edits (a restart, rerun or resubmission); a fresh reject
      *    must not downgrade what an earlier run recorded.  An
      *    item bounced ENTY belongs to another entity's registry
      *    and is left for that entity's run to register.
       1077-REGISTER-TRAN-ID.
           IF WS-EDIT-RESULT = "DUP " OR WS-EDIT-RESULT = "ENTY"
              CONTINUE
           ELSE
              MOVE WS-ENTITY-CODE TO TRID-ENTITY-CODE
              MOVE TRAN-ID TO TRID-TRAN-ID
              MOVE WS-BUSINESS-DATE TO TRID-BUSINESS-DATE
              MOVE WS-CYCLE-NUMBER TO TRID-CYCLE-NUMBER
              MOVE WS-TRANSACTION-COUNT TO TRID-INPUT-POSITION
              MOVE TRAN-TYPE-CODE TO TRID-TRAN-TYPE-CODE
              MOVE TRAN-AMOUNT TO TRID-TRAN-AMOUNT
              MOVE SPACES TO TRID-ORIGINAL-ID
              IF WS-EDIT-RESULT = SPACES
      *          A reversal never posts forward, so it registers
      *          under its own status - naming one as the original
      *          the reversal's own amount out of the counters.
                 IF TRAN-RECORD-TYPE = "R"
                    MOVE "V" TO TRID-STATUS
                    MOVE WS-ORIG-TRAN-ID TO TRID-ORIGINAL-ID
                 ELSE
                    IF WS-HOLD-ITEM = "Y"
                       MOVE "H" TO TRID-STATUS
                    ELSE
                       MOVE "P" TO TRID-STATUS
                    END-IF
                 END-IF
              ELSE
                 MOVE "E" TO TRID-STATUS
                   ADD 1 TO WS-EDIT-RVSL-REJECTS
               WHEN "RVTP"
                   ADD 1 TO WS-EDIT-RVSL-REJECTS
               WHEN "ENTY"
                   ADD 1 TO WS-EDIT-ENTY-REJECTS
           END-EVALUATE
           MOVE WS-BUSINESS-DATE TO EDTR-RUN-DATE
           MOVE WS-CURRENT-TIME TO EDTR-RUN-TIME
           MOVE WS-EDIT-RESULT TO EDTR-REASON-CODE
           MOVE TRAN-AMOUNT TO EDTR-TRAN-AMOUNT
           MOVE WS-CYCLE-NUMBER TO EDTR-CYCLE-NUMBER
           MOVE WS-ENTITY-CODE TO EDTR-ENTITY-CODE
           WRITE EDIT-REJECT-RECORD.

      *    A restart re-presenting a held item rewrites its queue
      *    record under the same run stamp rather than failing.
       1090-WRITE-HOLD-RECORD.
           ADD 1 TO WS-HOLD-COUNT
           ADD TRAN-AMOUNT TO WS-HOLD-VALUE
           MOVE WS-ENTITY-CODE TO HOLD-ENTITY-CODE
           MOVE TRAN-ID TO HOLD-TRAN-ID
           MOVE TRAN-RECORD TO HOLD-TRAN-IMAGE
           MOVE WS-BUSINESS-DATE TO HOLD-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO HOLD-CYCLE-NUMBER
           MOVE WS-RUN-ID TO HOLD-RUN-ID
           MOVE WS-TRANSACTION-COUNT TO HOLD-INPUT-POSITION
           MOVE WS-CURRENT-TIME TO HOLD-TIME
           MOVE "HVAL" TO HOLD-REASON-CODE
           MOVE TRAN-TYPE-CODE TO HOLD-TRAN-TYPE-CODE
           MOVE TRAN-AMOUNT TO HOLD-TRAN-AMOUNT
           MOVE WS-TRAN-TYPE-HOLD-LIMIT TO HOLD-LIMIT-AMOUNT
           MOVE "H" TO HOLD-STATUS
           MOVE SPACES TO HOLD-ACTION-OPERATOR
           MOVE 0 TO HOLD-ACTION-DATE
           MOVE 0 TO HOLD-ACTION-TIME
           MOVE SPACES TO HOLD-DECLINE-REASON
           MOVE SPACES TO HOLD-DECLINE-TEXT
           MOVE 0 TO HOLD-POSTED-DATE
           MOVE 0 TO HOLD-POSTED-CYCLE
           WRITE HOLD-QUEUE-RECORD
               INVALID KEY
                   REWRITE HOLD-QUEUE-RECORD
           END-WRITE
           MOVE TRAN-ID TO WS-RPT-HLD-TRAN-ID
           MOVE TRAN-TYPE-CODE TO WS-RPT-HLD-TYPE-CODE
           MOVE TRAN-AMOUNT TO WS-RPT-HLD-AMOUNT
           MOVE WS-TRAN-TYPE-HOLD-LIMIT TO WS-RPT-HLD-LIMIT
           WRITE RUN-REPORT-LINE FROM WS-RPT-HOLD-LINE.

      *    The release is spent once the item posts - the queue
      *    record keeps who released it and gains when it posted.
       1095-MARK-HOLD-POSTED.
           ADD 1 TO WS-RELEASE-POSTED-COUNT
           MOVE WS-ENTITY-CODE TO HOLD-ENTITY-CODE
           MOVE TRAN-ID TO HOLD-TRAN-ID
           READ HOLD-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "P" TO HOLD-STATUS
                   MOVE WS-BUSINESS-DATE TO HOLD-POSTED-DATE
                   MOVE WS-CYCLE-NUMBER TO HOLD-POSTED-CYCLE
                   REWRITE HOLD-QUEUE-RECORD
           END-READ.

       1150-WRITE-REPORT-DETAIL.
           MOVE TRAN-ID TO WS-RPT-DTL-TRAN-ID
           MOVE TRAN-TYPE-CODE TO WS-RPT-DTL-TYPE-CODE
           MOVE WS-AREA-2 TO WS-RPT-DTL-AREA-2
           MOVE WS-TRAN-OVFL-FLAG TO WS-RPT-DTL-OVFL-FLAG
           MOVE WS-AREA-1-GENERATION TO WS-RPT-DTL-GENERATION
           MOVE WS-TRAN-TYPE-DESC TO WS-RPT-DTL-DESCRIPTION
           MOVE WS-TRAN-TYPE-GL-ACCT TO WS-RPT-DTL-GL-ACCOUNT
           WRITE RUN-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

      *    The checkpoint carries the whole per-type counter table;
      *    abended run leaves it exactly as the last good run did
      *    and a cold rerun can never double-post half a run.
       1200-WRITE-CHECKPOINT.
           MOVE WS-ENTITY-CODE TO CHKPT-ENTITY-CODE
           MOVE WS-RUN-ID TO CHKPT-RUN-ID
           MOVE WS-TRANSACTION-COUNT TO CHKPT-INPUT-POSITION
           MOVE WS-AREA-1 TO CHKPT-AREA-1
           MOVE WS-EDIT-TYPE-REJECTS TO CHKPT-EDIT-TYPE-REJECTS
           MOVE WS-EDIT-DUP-REJECTS TO CHKPT-EDIT-DUP-REJECTS
           MOVE WS-EDIT-RVSL-REJECTS TO CHKPT-EDIT-RVSL-REJECTS
           MOVE WS-EDIT-ENTY-REJECTS TO CHKPT-EDIT-ENTY-REJECTS
           MOVE WS-REVERSAL-COUNT TO CHKPT-REVERSAL-COUNT
           MOVE WS-REVERSAL-VALUE TO CHKPT-REVERSAL-VALUE
           MOVE WS-GROSS-VALUE TO CHKPT-GROSS-VALUE
           MOVE WS-RVSL-COUNT-SKIPPED TO CHKPT-RVSL-COUNT-SKIPPED
           MOVE WS-RUN-START-AREA-1 TO CHKPT-START-AREA-1
           MOVE WS-RUN-START-AREA-2 TO CHKPT-START-AREA-2
           MOVE WS-HOLD-COUNT TO CHKPT-HOLD-COUNT
           MOVE WS-HOLD-VALUE TO CHKPT-HOLD-VALUE
           MOVE WS-RELEASE-POSTED-COUNT TO CHKPT-RELEASE-POSTED
           MOVE WS-COUNTER-COUNT TO CHKPT-COUNTER-COUNT
           MOVE WS-COUNTER-TABLE TO CHKPT-COUNTER-TABLE
           MOVE WS-BUSINESS-DATE TO CHKPT-DATE
           END-REWRITE.

       1100-READ-TRANSACTION.
           MOVE "Y" TO WS-CONTROL-RECORD
           PERFORM 1105-READ-ONE-RECORD
               UNTIL WS-CONTROL-RECORD = "N"
               OR WS-EOF-TRANSACTION = "Y".

      *    Volume header and trailer records are not items.
       1105-READ-ONE-RECORD.
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-TRANSACTION
               NOT AT END
                   IF TRAN-RECORD-TYPE = "H"
                      OR TRAN-RECORD-TYPE = "T"
                      MOVE "Y" TO WS-CONTROL-RECORD
                   ELSE
                      MOVE "N" TO WS-CONTROL-RECORD
                   END-IF
           END-READ.

       1500-LOCATE-COUNTER.
              CLOSE COUNTER-STATE-FILE
              CLOSE OVERFLOW-AUDIT-FILE
              CLOSE ADJUSTMENT-REJECTS-FILE
              CLOSE POSTING-JOURNAL-FILE
              CLOSE TRANSACTION-FILE
              CLOSE CHECKPOINT-FILE
              CLOSE RUN-REPORT-FILE
              CLOSE EDIT-REPORT-FILE
              CLOSE RUN-HISTORY-FILE
              CLOSE TRANID-REGISTRY-FILE
              CLOSE HOLD-QUEUE-FILE
              IF WS-BUSDATE-OPEN = "Y"
                 CLOSE BUSINESS-DATE-FILE
              END-IF
              MOVE 16 TO RETURN-CODE
              MOVE WS-RUN-ID TO WS-STEP-RUN-ID
              PERFORM 9800-END-JOB-STEP
              STOP RUN
           END-IF
           ADD 1 TO WS-COUNTER-COUNT
           MOVE 0 TO WS-CTR-OUTSTANDING-DEC(WS-COUNTER-SUB)
           MOVE 0 TO WS-CTR-OUTST-DEC-DATE(WS-COUNTER-SUB)
           MOVE 0 TO WS-CTR-TRIP-COUNT(WS-COUNTER-SUB)
           MOVE 0 TO WS-CTR-POSTED-COUNT(WS-COUNTER-SUB)
           MOVE 0 TO WS-CTR-RVSL-COUNT(WS-COUNTER-SUB)
           MOVE 0 TO WS-CTR-RESET-COUNT(WS-COUNTER-SUB)
           MOVE 0 TO WS-CTR-VALUE-POSTED(WS-COUNTER-SUB)
           MOVE 0 TO WS-CTR-VALUE-RVSD(WS-COUNTER-SUB)
           PERFORM 1530-LOAD-COUNTER-STATE
           ADD WS-CTR-AREA-1(WS-COUNTER-SUB) TO WS-RUN-START-AREA-1
           ADD WS-CTR-AREA-2(WS-COUNTER-SUB) TO WS-RUN-START-AREA-2.

       1530-LOAD-COUNTER-STATE.
           MOVE TRAN-TYPE-CODE TO WS-COUNTER-ID-TYPE
           MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
           MOVE WS-COUNTER-ID TO CNTR-COUNTER-ID
           READ COUNTER-STATE-FILE
               INVALID KEY
           MOVE WS-OUTSTANDING-DEC-DATE
               TO WS-CTR-OUTST-DEC-DATE(WS-COUNTER-SUB).

       1710-SAVE-JOURNAL-BEFORE.
           MOVE WS-AREA-1 TO WS-JRN-AREA-1-BEFORE
           MOVE WS-AREA-2 TO WS-JRN-AREA-2-BEFORE
           MOVE WS-VALUE-ACCUM TO WS-JRN-VALUE-BEFORE
           MOVE "N" TO WS-JRN-RESET-FLAG
           MOVE "N" TO WS-JRN-DEFERRED-FLAG.

      *    A reversal never resets, trips or works off a deferred
      *    decrement, so its flags stay "N".
       1720-WRITE-POSTING-JOURNAL.
           MOVE WS-ENTITY-CODE TO PJRN-ENTITY-CODE
           MOVE WS-BUSINESS-DATE TO PJRN-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO PJRN-CYCLE-NUMBER
           MOVE WS-RUN-ID TO PJRN-RUN-ID
           MOVE WS-TRANSACTION-COUNT TO PJRN-INPUT-POSITION
           MOVE WS-CURRENT-TIME TO PJRN-RUN-TIME
           MOVE TRAN-ID TO PJRN-TRAN-ID
           MOVE TRAN-TYPE-CODE TO PJRN-TRAN-TYPE-CODE
           MOVE WS-COUNTER-ID TO PJRN-COUNTER-ID
           IF TRAN-RECORD-TYPE = "R"
              MOVE "R" TO PJRN-ENTRY-TYPE
              MOVE WS-ORIG-TRAN-ID TO PJRN-ORIGINAL-ID
              MOVE WS-ORIG-AMOUNT TO PJRN-TRAN-AMOUNT
              MOVE "N" TO PJRN-TRIP-FLAG
           ELSE
              MOVE "P" TO PJRN-ENTRY-TYPE
              MOVE SPACES TO PJRN-ORIGINAL-ID
              MOVE TRAN-AMOUNT TO PJRN-TRAN-AMOUNT
              IF WS-TRAN-OVFL-FLAG = 1
                 MOVE "Y" TO PJRN-TRIP-FLAG
              ELSE
                 MOVE "N" TO PJRN-TRIP-FLAG
              END-IF
           END-IF
           MOVE WS-JRN-AREA-1-BEFORE TO PJRN-AREA-1-BEFORE
           MOVE WS-AREA-1 TO PJRN-AREA-1-AFTER
           MOVE WS-JRN-AREA-2-BEFORE TO PJRN-AREA-2-BEFORE
           MOVE WS-AREA-2 TO PJRN-AREA-2-AFTER
           MOVE WS-JRN-VALUE-BEFORE TO PJRN-VALUE-BEFORE
           MOVE WS-VALUE-ACCUM TO PJRN-VALUE-AFTER
           MOVE WS-JRN-RESET-FLAG TO PJRN-RESET-FLAG
           MOVE WS-JRN-DEFERRED-FLAG TO PJRN-DEFERRED-FLAG
           WRITE POSTING-JOURNAL-RECORD.

      *    Trips are already tallied per counter by 2100.
       1730-TALLY-COUNTER-ACTIVITY.
           IF TRAN-RECORD-TYPE = "R"
              ADD 1 TO WS-CTR-RVSL-COUNT(WS-COUNTER-SUB)
              ADD WS-ORIG-AMOUNT TO WS-CTR-VALUE-RVSD(WS-COUNTER-SUB)
           ELSE
              ADD 1 TO WS-CTR-POSTED-COUNT(WS-COUNTER-SUB)
              ADD TRAN-AMOUNT TO WS-CTR-VALUE-POSTED(WS-COUNTER-SUB)
              IF WS-JRN-RESET-FLAG = "Y"
                 ADD 1 TO WS-CTR-RESET-COUNT(WS-COUNTER-SUB)
              END-IF
           END-IF.

      *    Backs the original item out of its per-type counter: one
      *    off WS-AREA-1 and the registered amount off the value
      *    accumulators.  WS-AREA-2 and the generation are left
      *    reversal itself, so the original is re-read before its
      *    status flips to "R".
       2600-MARK-ORIGINAL-REVERSED.
           MOVE WS-ENTITY-CODE TO TRID-ENTITY-CODE
           MOVE WS-ORIG-TRAN-ID TO TRID-TRAN-ID
           READ TRANID-REGISTRY-FILE
               INVALID KEY

       2050-RESET-AREA-1.
           MOVE 0 TO WS-AREA-1
           MOVE "Y" TO WS-JRN-RESET-FLAG
           IF WS-AREA-2 < WS-DECREMENT-AMOUNT
              IF WS-OUTSTANDING-DEC = 0
                 MOVE WS-BUSINESS-DATE TO WS-OUTSTANDING-DEC-DATE
           MOVE WS-AREA-2 TO OVFL-AREA-2-AT-TRIP
           MOVE WS-CYCLE-NUMBER TO OVFL-CYCLE-NUMBER
           MOVE WS-COUNTER-ID TO OVFL-COUNTER-ID
           MOVE WS-ENTITY-CODE TO OVFL-ENTITY-CODE
           WRITE OVERFLOW-AUDIT-RECORD
           ADD 1 TO WS-OVERFLOW-TRIP-COUNT
           ADD 1 TO WS-CTR-TRIP-COUNT(WS-COUNTER-SUB).
           MOVE WS-DECREMENT-AMOUNT TO ADJR-DECREMENT-AMOUNT
           MOVE "WOULD DRIVE WS-AREA-2 NEGATIVE" TO ADJR-REASON
           MOVE "DEFR" TO ADJR-RECORD-TYPE
           MOVE "D" TO WS-JRN-DEFERRED-FLAG
           MOVE WS-COUNTER-ID TO ADJR-COUNTER-ID
           MOVE 0 TO ADJR-POSTED-AMOUNT
           MOVE WS-OUTSTANDING-DEC TO ADJR-OUTSTANDING-AMT
           MOVE WS-CYCLE-NUMBER TO ADJR-CYCLE-NUMBER
           MOVE WS-ENTITY-CODE TO ADJR-ENTITY-CODE
           WRITE ADJUSTMENT-REJECT-RECORD.

      *    Works the outstanding-decrement balance off WS-AREA-2,
              MOVE WS-OUTSTANDING-DEC TO WS-DEFERRED-POSTING
           END-IF
           IF WS-DEFERRED-POSTING > 0
              MOVE "P" TO WS-JRN-DEFERRED-FLAG
              SUBTRACT WS-DEFERRED-POSTING FROM WS-AREA-2
              SUBTRACT WS-DEFERRED-POSTING FROM WS-OUTSTANDING-DEC
              IF WS-OUTSTANDING-DEC = 0
              MOVE WS-DEFERRED-POSTING TO ADJR-POSTED-AMOUNT
              MOVE WS-OUTSTANDING-DEC TO ADJR-OUTSTANDING-AMT
              MOVE WS-CYCLE-NUMBER TO ADJR-CYCLE-NUMBER
              MOVE WS-ENTITY-CODE TO ADJR-ENTITY-CODE
              WRITE ADJUSTMENT-REJECT-RECORD
           END-IF.

           PERFORM 9100-WRITE-COUNTER-STATE
           PERFORM 9200-WRITE-RUN-HISTORY
           PERFORM 9400-WRITE-CONTROL-EXTRACT
           PERFORM 9500-WRITE-COUNTER-ACTIVITY
           CLOSE RUN-HISTORY-FILE
           CLOSE TRANID-REGISTRY-FILE
           CLOSE HOLD-QUEUE-FILE
           CLOSE COUNTER-STATE-FILE
           CLOSE OVERFLOW-AUDIT-FILE
           CLOSE ADJUSTMENT-REJECTS-FILE
           CLOSE POSTING-JOURNAL-FILE
           CLOSE TRANSACTION-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE RUN-REPORT-FILE
           CLOSE EDIT-REJECT-FILE
           CLOSE EDIT-REPORT-FILE
           PERFORM 9300-UPDATE-BUSINESS-DATE
           MOVE WS-TRANSACTION-COUNT TO WS-STEP-RECORDS-IN
           MOVE WS-EDIT-ACCEPT-COUNT TO WS-STEP-RECORDS-OUT
           MOVE WS-RUN-ID TO WS-STEP-RUN-ID.

      *    Cuts the counter-state snapshot the settlement system
      *    loads, one record per counter touched this run, so both
       9410-WRITE-ONE-SNAPSHOT.
           ADD 1 TO WS-COUNTER-SUB
           MOVE WS-CTR-TYPE-CODE(WS-COUNTER-SUB) TO WS-COUNTER-ID-TYPE
           MOVE WS-ENTITY-CODE TO SNAP-ENTITY-CODE
           MOVE WS-RUN-ID TO SNAP-RUN-ID
           MOVE WS-BUSINESS-DATE TO SNAP-BUSINESS-DATE
           MOVE WS-COUNTER-ID TO SNAP-COUNTER-ID
           MOVE WS-CYCLE-NUMBER TO SNAP-CYCLE-NUMBER
           WRITE COUNTER-SNAPSHOT-RECORD.

      *    One record per counter driven this run.  A rerun of the
      *    same date and cycle replaces the earlier run's figures.
       9500-WRITE-COUNTER-ACTIVITY.
           OPEN I-O COUNTER-ACTIVITY-FILE
           IF WS-CNTR-ACTIVITY-STATUS = "35"
              CLOSE COUNTER-ACTIVITY-FILE
              OPEN OUTPUT COUNTER-ACTIVITY-FILE
              CLOSE COUNTER-ACTIVITY-FILE
              OPEN I-O COUNTER-ACTIVITY-FILE
           END-IF
           MOVE 0 TO WS-COUNTER-SUB
           PERFORM 9510-WRITE-ONE-ACTIVITY
               UNTIL WS-COUNTER-SUB >= WS-COUNTER-COUNT
           CLOSE COUNTER-ACTIVITY-FILE.

       9510-WRITE-ONE-ACTIVITY.
           ADD 1 TO WS-COUNTER-SUB
           MOVE WS-CTR-TYPE-CODE(WS-COUNTER-SUB) TO WS-COUNTER-ID-TYPE
           MOVE WS-ENTITY-CODE TO CACT-ENTITY-CODE
           MOVE WS-COUNTER-ID TO CACT-COUNTER-ID
           MOVE WS-BUSINESS-DATE TO CACT-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO CACT-CYCLE-NUMBER
           MOVE WS-RUN-ID TO CACT-RUN-ID
           MOVE WS-CTR-POSTED-COUNT(WS-COUNTER-SUB)
               TO CACT-ITEMS-POSTED
           MOVE WS-CTR-RVSL-COUNT(WS-COUNTER-SUB) TO CACT-REVERSALS
           MOVE WS-CTR-RESET-COUNT(WS-COUNTER-SUB) TO CACT-RESETS
           MOVE WS-CTR-TRIP-COUNT(WS-COUNTER-SUB) TO CACT-TRIPS
           MOVE WS-CTR-VALUE-POSTED(WS-COUNTER-SUB)
               TO CACT-VALUE-POSTED
           MOVE WS-CTR-VALUE-RVSD(WS-COUNTER-SUB)
               TO CACT-VALUE-REVERSED
           WRITE COUNTER-ACTIVITY-RECORD
               INVALID KEY
                   REWRITE COUNTER-ACTIVITY-RECORD
           END-WRITE.

      *    Records the date just posted so an accidental second run
      *    of the same business date is refused at 0102.  When the
      *    control file or the entity's record on it did not exist
      *    yet this adds the record, leaving the other entities'
      *    records as they were.
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
           MOVE WS-RUN-ID TO WS-EDT-HDR-RUN-ID
           MOVE WS-BUSINESS-DATE TO WS-EDT-HDR-DATE
           MOVE WS-CYCLE-NUMBER TO WS-EDT-HDR-CYCLE
           MOVE WS-ENTITY-CODE TO WS-EDT-HDR-ENTITY
           WRITE EDIT-REPORT-LINE FROM WS-EDT-HEADER-1
           MOVE "RECORDS READ............" TO WS-EDT-TOT-LABEL
           MOVE WS-TRANSACTION-COUNT TO WS-EDT-TOT-COUNT
           MOVE "RECORDS ACCEPTED........" TO WS-EDT-TOT-LABEL
           MOVE WS-EDIT-ACCEPT-COUNT TO WS-EDT-TOT-COUNT
           PERFORM 9075-WRITE-EDIT-TOTAL
           MOVE "  RELEASES POSTED......." TO WS-EDT-TOT-LABEL
           MOVE WS-RELEASE-POSTED-COUNT TO WS-EDT-TOT-COUNT
           PERFORM 9075-WRITE-EDIT-TOTAL
           MOVE "RECORDS HELD............" TO WS-EDT-TOT-LABEL
           MOVE WS-HOLD-COUNT TO WS-EDT-TOT-COUNT
           PERFORM 9075-WRITE-EDIT-TOTAL
           MOVE "RECORDS REJECTED........" TO WS-EDT-TOT-LABEL
           MOVE WS-EDIT-REJECT-COUNT TO WS-EDT-TOT-COUNT
           PERFORM 9075-WRITE-EDIT-TOTAL
           MOVE "  BAD TRAN-DATE........." TO WS-EDT-TOT-LABEL
           MOVE WS-EDIT-DATE-REJECTS TO WS-EDT-TOT-COUNT
           PERFORM 9075-WRITE-EDIT-TOTAL
           MOVE "  TYPE UNKNOWN/INACTIVE." TO WS-EDT-TOT-LABEL
           MOVE WS-EDIT-TYPE-REJECTS TO WS-EDT-TOT-COUNT
           PERFORM 9075-WRITE-EDIT-TOTAL
           MOVE "  DUPLICATE TRAN-ID....." TO WS-EDT-TOT-LABEL
           PERFORM 9075-WRITE-EDIT-TOTAL
           MOVE "  REVERSAL REFUSED......" TO WS-EDT-TOT-LABEL
           MOVE WS-EDIT-RVSL-REJECTS TO WS-EDT-TOT-COUNT
           PERFORM 9075-WRITE-EDIT-TOTAL
           MOVE "  OTHER ENTITY.........." TO WS-EDT-TOT-LABEL
           MOVE WS-EDIT-ENTY-REJECTS TO WS-EDT-TOT-COUNT
           PERFORM 9075-WRITE-EDIT-TOTAL.

       9075-WRITE-EDIT-TOTAL.
           WRITE RUN-REPORT-LINE FROM WS-RPT-FOOTER-6
           WRITE RUN-REPORT-LINE FROM WS-RPT-FOOTER-7
           WRITE RUN-REPORT-LINE FROM WS-RPT-FOOTER-8
           WRITE RUN-REPORT-LINE FROM WS-RPT-FOOTER-9
           MOVE WS-HOLD-COUNT TO WS-RPT-FTR-HOLD-COUNT
           MOVE WS-HOLD-VALUE TO WS-RPT-FTR-HOLD-VALUE
           WRITE RUN-REPORT-LINE FROM WS-RPT-FOOTER-10
           WRITE RUN-REPORT-LINE FROM WS-RPT-FOOTER-11.

       9060-SUM-COUNTER-TOTALS.
           ADD 1 TO WS-COUNTER-SUB
       9110-WRITE-ONE-COUNTER.
           ADD 1 TO WS-COUNTER-SUB
           MOVE WS-CTR-TYPE-CODE(WS-COUNTER-SUB) TO WS-COUNTER-ID-TYPE
           MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
           MOVE WS-COUNTER-ID TO CNTR-COUNTER-ID
           MOVE WS-CTR-AREA-1(WS-COUNTER-SUB) TO CNTR-AREA-1
           MOVE WS-CTR-GENERATION(WS-COUNTER-SUB)
      *    9050-WRITE-REPORT-FOOTER has already summed the counter
      *    table into the run totals when this is performed.
       9200-WRITE-RUN-HISTORY.
           MOVE WS-ENTITY-CODE TO RUNH-ENTITY-CODE
           MOVE WS-BUSINESS-DATE TO RUNH-BUSINESS-DATE
           MOVE WS-RUN-ID TO RUNH-RUN-ID
           MOVE WS-TRANSACTION-COUNT TO RUNH-TRAN-COUNT
               INVALID KEY
                   REWRITE RUN-HISTORY-RECORD
           END-WRITE.

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
