      *  Severity 1 CRIT - any reconciliation break, any settlement
      *                    acknowledgment break.
      *  Severity 2 HIGH - more than the trip limit in one cycle,
      *                    any adjustment without a reason code, an
      *                    outstanding-decrement balance over its
      *                    limit, or a counter on COUNTER.STATE whose
      *                    outstanding balance has sat longer than
      *                    the age limit.
      *  Severity 3 WARN - any skipped decrements this cycle.
      *  Records are scoped to the business date AND intraday cycle
      *  from BUSDATE.CTL, so a cycle-3 exception is never blamed on
      *  the morning run.  Reconciliation and settlement break lines
      *  carry only the date and entity, and stay date-scoped.
      *  Outstanding balances are aged in business days from
      *  CNTR-OUTSTANDING-DEC-DATE, stepping over weekends and the
      *  holidays on the business calendar (BUSCAL.MASTER).
      *  The monitor records itself on STEP.CONTROL and will not run
      *  until SETLMTCH has finished cleanly for the same business
      *  date and cycle, so the settlement breaks it sweeps are this
      *  cycle's.  A CRIT still ends the step RC 4, which counts as
      *  a clean finish - the month-end posting is not held for it.
      *  Each entity's stream monitors itself: only the records,
      *  break lines and counters carrying the entity on ENTITY.PARM
      *  are swept, against that entity's business date and cycle.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-EXCPMON-PARM-STATUS.

           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTITY.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTITY-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-SETTLE-BREAK-STATUS.

           SELECT COUNTER-STATE-FILE ASSIGN TO "COUNTER.STATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNTR-KEY
               FILE STATUS WS-CNTR-STATE-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-DATE
               FILE STATUS WS-BUSCAL-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCEPT.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-EXCEPTION-REPORT-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEP.CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY STEP-KEY
               FILE STATUS WS-STEP-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCPMON-PARM-FILE.
      *        a HIGH on top of the skipped-decrement WARN; zero
      *        means any outstanding balance raises one.
           05  PARM-OUTSTANDING-LIMIT     PIC 9(7).
      *        An outstanding balance older than this many business
      *        days raises a HIGH.  Cards punched before the field
      *        went in leave it blank and take the default.
           05  PARM-OUTSTANDING-AGE       PIC 9(3).

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.
       FD  SETTLE-BREAK-FILE.
       01  SETTLE-BREAK-LINE              PIC X(80).

       FD  COUNTER-STATE-FILE.
       COPY CNTRSTAT.

       FD  BUSINESS-CALENDAR-FILE.
       COPY BUSCAL.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE          PIC X(80).

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-EXCPMON-PARM-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
       01  WS-OVFL-AUDIT-STATUS           PIC XX VALUE SPACES.
       01  WS-ADJ-REJECT-STATUS           PIC XX VALUE SPACES.
       01  WS-BREAK-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-ADJ-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-SETTLE-BREAK-STATUS         PIC XX VALUE SPACES.
       01  WS-EXCEPTION-REPORT-STATUS     PIC XX VALUE SPACES.
       01  WS-CNTR-STATE-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSCAL-STATUS               PIC XX VALUE SPACES.
       01  WS-BUSCAL-OPEN                 PIC X VALUE "N".
       01  WS-EOF-FLAG                    PIC X VALUE "N".
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
      *    Character image of the business date for matching the
      *    Intraday cycle being monitored, from BDAT-CYCLE-NUMBER -
      *    zero on old control records reads as the morning cycle.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
       01  WS-RECORDS-SWEPT               PIC 9(9) VALUE 0.
      *    Job-step control - this step's record on STEP.CONTROL,
      *    and the predecessor that stopped it when it is refused.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-STEP-NAME                   PIC X(8) VALUE "EXCPMON ".
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
       01  WS-TRIP-LIMIT                  PIC 9(5) VALUE 3.
       01  WS-OUTSTANDING-LIMIT           PIC 9(7) VALUE 100.
       01  WS-TRIPS-THIS-CYCLE            PIC 9(7) VALUE 0.
       01  WS-DEFERS-THIS-CYCLE           PIC 9(7) VALUE 0.
       01  WS-MAX-OUTSTANDING             PIC 9(7) VALUE 0.
       01  WS-MAX-OUTSTANDING-CTR         PIC X(10) VALUE SPACES.
       01  WS-OUTSTANDING-AGE             PIC 9(3) VALUE 5.
       01  WS-BUSDATE-INTEGER             PIC 9(7) VALUE 0.
      *    Business-day test - set WS-TEST-INTEGER (integer date) and
      *    perform 8500; the answer is in WS-IS-BUSINESS-DAY.  A date
      *    on the calendar master is a business day only when typed
      *    "B"; a date not on it goes by the weekday rule, integer
      *    day 1 of the intrinsic calendar being a Monday.
       01  WS-TEST-INTEGER                PIC 9(7) VALUE 0.
       01  WS-TEST-DATE                   PIC 9(8) VALUE 0.
       01  WS-IS-BUSINESS-DAY             PIC X VALUE "Y".
       01  WS-CAL-FOUND                   PIC X VALUE "N".
       01  WS-WEEKDAY                     PIC 9(1) VALUE 0.
      *    Business days after WS-AGE-FROM-INTEGER up to and
      *    including the business date - perform 8600.
       01  WS-AGE-FROM-INTEGER            PIC 9(7) VALUE 0.
       01  WS-BUSINESS-DAYS               PIC 9(7) VALUE 0.

      *    Severity-ranked exception table - built during the sweeps,
      *    written out one severity at a time so the report reads
               " OVER LIMIT  ".
           05  FILLER                     PIC X(4) VALUE "CTR ".
           05  WS-OUTST-MSG-CTR           PIC X(10).
       01  WS-AGED-EXCP-MSG.
           05  FILLER                     PIC X(23) VALUE
               "OUTSTANDING DECREMENTS ".
           05  WS-AGED-MSG-AMOUNT         PIC ZZZZZZ9.
           05  FILLER                     PIC X(6) VALUE " AGED ".
           05  WS-AGED-MSG-DAYS           PIC ZZZZ9.
           05  FILLER                     PIC X(14) VALUE
               " BUS DAYS CTR ".
           05  WS-AGED-MSG-CTR            PIC X(10).
       01  WS-BREAK-EXCP-MSG.
           05  FILLER                     PIC X(22) VALUE
               "RECONCILIATION BREAK: ".
           05  FILLER                     PIC X(8) VALUE
               "  CYCLE ".
           05  WS-RPT-HDR-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(9) VALUE "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-SEVERITY        PIC X(6).
           05  FILLER                     PIC X(1) VALUE SPACE.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF WS-STEP-BLOCKED = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 1000-SWEEP-OVERFLOW-AUDIT
              PERFORM 2000-SWEEP-ADJUST-REJECTS
              PERFORM 3000-SWEEP-BALCHECK-BREAKS
              PERFORM 3500-SWEEP-SETTLE-BREAKS
              PERFORM 4000-SWEEP-ADJUST-HISTORY
              PERFORM 4500-SWEEP-COUNTER-STATE
              PERFORM 5000-APPLY-CYCLE-RULES
              PERFORM 9000-TERMINATE
           END-IF
           IF WS-STEP-RECORDED = "Y"
              PERFORM 9800-END-JOB-STEP
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0101-READ-ENTITY-PARM
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
           END-IF
           PERFORM 0060-START-JOB-STEP
           IF WS-STEP-BLOCKED NOT = "Y"
              PERFORM 0105-OPEN-AND-PREPARE
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

       0105-OPEN-AND-PREPARE.
           OPEN INPUT EXCPMON-PARM-FILE
           IF WS-EXCPMON-PARM-STATUS = "00"
              READ EXCPMON-PARM-FILE
                      MOVE PARM-TRIP-LIMIT TO WS-TRIP-LIMIT
                      MOVE PARM-OUTSTANDING-LIMIT
                          TO WS-OUTSTANDING-LIMIT
                      IF PARM-OUTSTANDING-AGE IS NUMERIC
                         MOVE PARM-OUTSTANDING-AGE
                             TO WS-OUTSTANDING-AGE
                      END-IF
              END-READ
              CLOSE EXCPMON-PARM-FILE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               TO WS-BUSDATE-INTEGER
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-CYCLE-NUMBER TO WS-RPT-HDR-CYCLE
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE EXCEPTION-REPORT-LINE FROM WS-RPT-HEADER-1.

      *****************************************************************
      *  JOB-STEP CONTROL
      *****************************************************************
      *    The monitor waits on the settlement match for the same
      *    date and cycle.
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
           MOVE "SETLMTCH" TO WS-PRED-STEP-NAME
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
              DISPLAY "EXCPMON: ENTITY " WS-ENTITY-CODE
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

       1000-SWEEP-OVERFLOW-AUDIT.
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-OVFL-AUDIT-STATUS = "00"
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-SWEPT
                   IF OVFL-RUN-DATE = WS-BUSINESS-DATE
                      AND OVFL-CYCLE-NUMBER = WS-CYCLE-NUMBER
                      AND OVFL-ENTITY-CODE = WS-ENTITY-CODE
                      ADD 1 TO WS-TRIPS-THIS-CYCLE
                   END-IF
           END-READ.
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-SWEPT
                   IF ADJR-RUN-DATE = WS-BUSINESS-DATE
                      AND ADJR-CYCLE-NUMBER = WS-CYCLE-NUMBER
                      AND ADJR-ENTITY-CODE = WS-ENTITY-CODE
                      IF ADJR-RECORD-TYPE = "DEFR"
                         ADD 1 TO WS-DEFERS-THIS-CYCLE
                      END-IF
              CLOSE BREAK-REPORT-FILE
           END-IF.

      *    BALCHECK puts the entity right after the date, SETLMTCH
      *    at the end of the line after the reason.
       3100-READ-ONE-BREAK.
           READ BREAK-REPORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-SWEPT
      *            Break lines lead with the business date BALCHECK
      *            stamped them with - only this cycle's breaks
      *            alert, so a stale BALCHECK.BREAKS cannot page
      *            operations about yesterday under today's date.
                   IF BREAK-REPORT-LINE(1:8) = WS-BUSINESS-DATE-X
                      AND BREAK-REPORT-LINE(10:3) = WS-ENTITY-CODE
                      MOVE BREAK-REPORT-LINE(1:48)
                          TO WS-BREAK-MSG-TEXT
                      MOVE 1 TO WS-EXCP-SEVERITY
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-SWEPT
      *            Settlement break lines lead with the business
      *            date SETLMTCH stamped them with, the same
      *            convention BALCHECK uses, so a stale breaks file
      *            cannot page operations about an old cycle.
                   IF SETTLE-BREAK-LINE(1:8) = WS-BUSINESS-DATE-X
                      AND SETTLE-BREAK-LINE(62:3) = WS-ENTITY-CODE
                      MOVE SETTLE-BREAK-LINE(9:48)
                          TO WS-SETL-MSG-TEXT
                      MOVE 1 TO WS-EXCP-SEVERITY
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-SWEPT
                   IF ADJH-ADJUST-DATE = WS-BUSINESS-DATE
                      AND ADJH-CYCLE-NUMBER = WS-CYCLE-NUMBER
                      AND ADJH-ENTITY-CODE = WS-ENTITY-CODE
                      AND ADJH-REASON-CODE = SPACES
                      MOVE ADJH-OPERATOR-ID TO WS-ADJH-MSG-OPERATOR
                      MOVE ADJH-COUNTER-ID TO WS-ADJH-MSG-CTR
                   END-IF
           END-READ.

      *    Every balance still outstanding on the master is aged,
      *    whichever cycle deferred it - a balance nobody has cleared
      *    in a week is the one worth a page.
       4500-SWEEP-COUNTER-STATE.
           OPEN INPUT COUNTER-STATE-FILE
           IF WS-CNTR-STATE-STATUS = "00"
              OPEN INPUT BUSINESS-CALENDAR-FILE
              IF WS-BUSCAL-STATUS = "00"
                 MOVE "Y" TO WS-BUSCAL-OPEN
              END-IF
              MOVE "N" TO WS-EOF-FLAG
              MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
              MOVE LOW-VALUES TO CNTR-COUNTER-ID
              START COUNTER-STATE-FILE KEY NOT < CNTR-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
              PERFORM 4600-AGE-ONE-COUNTER
                  UNTIL WS-EOF-FLAG = "Y"
              IF WS-BUSCAL-OPEN = "Y"
                 CLOSE BUSINESS-CALENDAR-FILE
              END-IF
              CLOSE COUNTER-STATE-FILE
           END-IF.

      *    The sweep stops at the first counter of the next entity.
       4600-AGE-ONE-COUNTER.
           READ COUNTER-STATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF CNTR-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      PERFORM 4700-AGE-ENTITY-COUNTER
                   END-IF
           END-READ.

       4700-AGE-ENTITY-COUNTER.
           ADD 1 TO WS-RECORDS-SWEPT
           IF CNTR-OUTSTANDING-DEC > 0
              AND CNTR-OUTSTANDING-DEC-DATE NOT = 0
              MOVE FUNCTION INTEGER-OF-DATE
                  (CNTR-OUTSTANDING-DEC-DATE)
                  TO WS-AGE-FROM-INTEGER
              PERFORM 8600-COUNT-BUSINESS-DAYS
              IF WS-BUSINESS-DAYS > WS-OUTSTANDING-AGE
                 MOVE CNTR-OUTSTANDING-DEC
                     TO WS-AGED-MSG-AMOUNT
                 MOVE WS-BUSINESS-DAYS TO WS-AGED-MSG-DAYS
                 MOVE CNTR-COUNTER-ID TO WS-AGED-MSG-CTR
                 MOVE 2 TO WS-EXCP-SEVERITY
                 MOVE WS-AGED-EXCP-MSG TO WS-EXCP-TEXT
                 PERFORM 8000-ADD-EXCEPTION
              END-IF
           END-IF.

      *    Rules that need full-cycle totals run after the sweeps.
       5000-APPLY-CYCLE-RULES.
           IF WS-TRIPS-THIS-CYCLE > WS-TRIP-LIMIT
                   ADD 1 TO WS-WARN-COUNT
           END-EVALUATE.

      *****************************************************************
      *  BUSINESS-DAY AGEING
      *****************************************************************
       8500-TEST-BUSINESS-DAY.
           COMPUTE WS-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-INTEGER)
           MOVE "N" TO WS-CAL-FOUND
           IF WS-BUSCAL-OPEN = "Y"
              MOVE WS-TEST-DATE TO CAL-DATE
              READ BUSINESS-CALENDAR-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y" TO WS-CAL-FOUND
              END-READ
           END-IF
           IF WS-CAL-FOUND = "Y"
              IF CAL-DAY-TYPE = "B"
                 MOVE "Y" TO WS-IS-BUSINESS-DAY
              ELSE
                 MOVE "N" TO WS-IS-BUSINESS-DAY
              END-IF
           ELSE
              COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-TEST-INTEGER - 1, 7)
              IF WS-WEEKDAY < 5
                 MOVE "Y" TO WS-IS-BUSINESS-DAY
              ELSE
                 MOVE "N" TO WS-IS-BUSINESS-DAY
              END-IF
           END-IF.

      *    Counts the days after the from-date, up to and including
      *    the business date, that are business days - a balance
      *    deferred on Friday is one business day old on Monday.
       8600-COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BUSINESS-DAYS
           MOVE WS-AGE-FROM-INTEGER TO WS-TEST-INTEGER
           PERFORM 8610-COUNT-ONE-DAY
               UNTIL WS-TEST-INTEGER >= WS-BUSDATE-INTEGER.

       8610-COUNT-ONE-DAY.
           ADD 1 TO WS-TEST-INTEGER
           PERFORM 8500-TEST-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = "Y"
              ADD 1 TO WS-BUSINESS-DAYS
           END-IF.

       9000-TERMINATE.
           IF WS-EXCP-COUNT = 0
              WRITE EXCEPTION-REPORT-LINE FROM WS-RPT-NONE-LINE
           CLOSE EXCEPTION-REPORT-FILE
           IF WS-CRIT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-RECORDS-SWEPT TO WS-STEP-RECORDS-IN
           COMPUTE WS-STEP-RECORDS-OUT = WS-CRIT-COUNT
               + WS-HIGH-COUNT + WS-WARN-COUNT.

       9100-WRITE-SEVERITY-PASS.
           ADD 1 TO WS-PASS-SEVERITY
              MOVE WS-EXC-TEXT(WS-EXCP-SUB) TO WS-RPT-DTL-TEXT
              WRITE EXCEPTION-REPORT-LINE FROM WS-RPT-DETAIL-LINE
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
