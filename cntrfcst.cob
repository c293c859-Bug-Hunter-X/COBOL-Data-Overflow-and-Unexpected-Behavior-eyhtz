       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRFCST.
      *****************************************************************
      *  Counter overflow forecast.  Sweeps the per-counter daily
      *  activity BUGSOLUTION (or STRMCONS, on a split day) leaves on
      *  COUNTER.ACTIVITY and, for every counter with activity in
      *  the look-back, projects from its recent average daily rate:
      *    - days to the next WS-AREA-1 reset, from the counter's
      *      current WS-AREA-1 on COUNTER.STATE against the reset
      *      trigger;
      *    - days to overflow against PARM-OVERFLOW-LIMIT.  WS-AREA-1
      *      only climbs to the limit when the reset trigger is set
      *      at or above it - otherwise the reset always fires first
      *      and the counter shows NONE;
      *  and flags:
      *    JUMP      - recent daily volume above the counter's own
      *                baseline by more than the shift percentage;
      *    DROP      - recent daily volume below the baseline by more
      *                than the shift percentage;
      *    OVFL SOON - overflow projected within the warning days.
      *  The recent window is the last PARM-RECENT-DAYS calendar days
      *  ending on the business date; the baseline is the
      *  PARM-BASELINE-DAYS before that.  A counter whose history
      *  starts inside a window is averaged over the days it has
      *  actually existed.  Projections use the net rate (items
      *  posted less reversals, which is how WS-AREA-1 moves); the
      *  JUMP / DROP test compares items posted.  A counter with no
      *  baseline history is never flagged JUMP or DROP, and one
      *  whose net rate is not positive shows N/A.
      *  Window sizes, shift percentage and warning days come from
      *  CNTRFCST.PARM (one control card, zero keeps the default);
      *  the limit and trigger come from THRESHLD.PARM exactly as
      *  BUGSOLUTION reads them.  COUNTER.ACTIVITY holds every
      *  entity's history in entity order; the report breaks on
      *  entity, projects each entity's counters from that entity's
      *  own business date against its own THRESHLD.PARM card (the
      *  blank-entity card, then the defaults, where it has none),
      *  and totals each entity before the installation totals.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-PARM-FILE ASSIGN TO "CNTRFCST.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FORECAST-PARM-STATUS.

           SELECT THRESHOLD-PARM-FILE ASSIGN TO "THRESHLD.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-THRESHOLD-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.

           SELECT COUNTER-STATE-FILE ASSIGN TO "COUNTER.STATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNTR-KEY
               FILE STATUS WS-CNTR-STATE-STATUS.

           SELECT COUNTER-ACTIVITY-FILE ASSIGN TO "COUNTER.ACTIVITY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CACT-KEY
               FILE STATUS WS-CNTR-ACTIVITY-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO "CNTRFCST.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FORECAST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-PARM-FILE.
       01  FORECAST-PARM-RECORD.
           05  PARM-RECENT-DAYS           PIC 9(3).
           05  PARM-BASELINE-DAYS         PIC 9(3).
           05  PARM-SHIFT-PERCENT         PIC 9(3).
           05  PARM-WARN-DAYS             PIC 9(5).

       FD  THRESHOLD-PARM-FILE.
       COPY THRESHLD.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  COUNTER-STATE-FILE.
       COPY CNTRSTAT.

       FD  COUNTER-ACTIVITY-FILE.
       COPY CNTRACT.

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FORECAST-PARM-STATUS        PIC XX VALUE SPACES.
       01  WS-THRESHOLD-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-CNTR-STATE-STATUS           PIC XX VALUE SPACES.
       01  WS-CNTR-ACTIVITY-STATUS        PIC XX VALUE SPACES.
       01  WS-FORECAST-REPORT-STATUS      PIC XX VALUE SPACES.
       01  WS-CNTR-STATE-OPEN             PIC X VALUE "N".
       01  WS-ACTIVITY-OPEN               PIC X VALUE "N".
       01  WS-EOF-ACTIVITY                PIC X VALUE "N".
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-BUSDATE-INTEGER             PIC 9(8) VALUE 0.
      *    Every entity's business date from BUSDATE.CTL, loaded
      *    whole - each entity reports against its own date, and an
      *    entity with no record falls back to the machine date.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-MACHINE-DATE                PIC 9(8) VALUE 0.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-ENTITY-DATE                 PIC 9(8) VALUE 0.
       01  WS-ENTITY-FOUND                PIC X VALUE "N".
       01  WS-ENTITY-SUB                  PIC 9(3) VALUE 0.
       01  WS-ENTITY-COUNT                PIC 9(3) VALUE 0.
       01  WS-ENTITY-LIMIT                PIC 9(3) VALUE 100.
       01  WS-ENTITY-TABLE.
           05  WS-ENTITY-ENTRY OCCURS 100 TIMES.
               10  WS-ENT-CODE            PIC X(3).
               10  WS-ENT-BUSINESS-DATE   PIC 9(8).
       01  WS-ENTITY-OPEN                 PIC X VALUE "N".
       01  WS-EOF-THRESHOLDS              PIC X VALUE "N".
       01  WS-THRESHOLD-FOUND             PIC X VALUE "N".

      *    A week against the four weeks before it, a halving or
      *    a half again as the sharp-shift test, and a week's notice
      *    of an overflow, unless the parm card says otherwise.
       01  WS-RECENT-DAYS                 PIC 9(3) VALUE 7.
       01  WS-BASELINE-DAYS               PIC 9(3) VALUE 28.
       01  WS-SHIFT-PERCENT               PIC 9(3) VALUE 50.
       01  WS-WARN-DAYS                   PIC 9(5) VALUE 7.
       01  WS-LOOKBACK-DAYS               PIC 9(4) VALUE 0.

      *    Defaults match BUGSOLUTION's own, and are put back at
      *    each entity before its card is looked for.
       01  WS-DEFAULT-OVERFLOW-LIMIT      PIC 9(5) VALUE 99999.
       01  WS-DEFAULT-RESET-TRIGGER       PIC 9(5) VALUE 100.
       01  WS-OVERFLOW-LIMIT              PIC 9(5) VALUE 99999.
       01  WS-RESET-TRIGGER               PIC 9(5) VALUE 100.

      *    The counter being gathered - activity arrives entity and
      *    counter-id first, so each counter's history is one run of
      *    records.
       01  WS-CUR-COUNTER-ID              PIC X(10) VALUE SPACES.
       01  WS-FIRST-OFFSET                PIC S9(8) VALUE 0.
       01  WS-DAY-OFFSET                  PIC S9(8) VALUE 0.
       01  WS-IN-WINDOW                   PIC X VALUE "N".
       01  WS-RCNT-POSTED                 PIC 9(9) VALUE 0.
       01  WS-RCNT-RVSL                   PIC 9(9) VALUE 0.
       01  WS-RCNT-RESETS                 PIC 9(9) VALUE 0.
       01  WS-RCNT-TRIPS                  PIC 9(9) VALUE 0.
       01  WS-RCNT-VALUE                  PIC S9(13)V99 VALUE 0.
       01  WS-BASE-POSTED                 PIC 9(9) VALUE 0.

       01  WS-RCNT-EFF-DAYS               PIC 9(4) VALUE 0.
       01  WS-BASE-EFF-DAYS               PIC 9(4) VALUE 0.
       01  WS-NET-RATE                    PIC S9(7)V99 VALUE 0.
       01  WS-RCNT-RATE                   PIC 9(7)V99 VALUE 0.
       01  WS-BASE-RATE                   PIC 9(7)V99 VALUE 0.
       01  WS-HIGH-BOUND                  PIC 9(9)V99 VALUE 0.
       01  WS-LOW-BOUND                   PIC 9(9)V99 VALUE 0.
       01  WS-CUR-AREA-1                  PIC 9(5) VALUE 0.
       01  WS-ITEMS-TO-RESET              PIC S9(7) VALUE 0.
       01  WS-DAYS-TO-RESET               PIC 9(5) VALUE 0.
       01  WS-DAYS-TO-OVFL                PIC 9(5) VALUE 0.
       01  WS-OVFL-PROJECTED              PIC X VALUE "N".
       01  WS-DAYS-EDIT                   PIC ZZZZ9.

       01  WS-COUNTERS-FORECAST           PIC 9(7) VALUE 0.
       01  WS-JUMP-COUNT                  PIC 9(7) VALUE 0.
       01  WS-DROP-COUNT                  PIC 9(7) VALUE 0.
       01  WS-OVFL-SOON-COUNT             PIC 9(7) VALUE 0.
       01  WS-ENTITIES-FORECAST           PIC 9(7) VALUE 0.
       01  WS-ENTITY-FORECAST-COUNT       PIC 9(7) VALUE 0.
       01  WS-ENTITY-JUMP-COUNT           PIC 9(7) VALUE 0.
       01  WS-ENTITY-DROP-COUNT           PIC 9(7) VALUE 0.
       01  WS-ENTITY-OVFL-SOON-COUNT      PIC 9(7) VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(36) VALUE
               "COUNTER FORECAST REPORT  BUSINESS DT".
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-HDR-DATE            PIC 9(8).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(12) VALUE
               "RECENT DAYS ".
           05  WS-RPT-HDR-RECENT          PIC ZZ9.
           05  FILLER                     PIC X(16) VALUE
               "  BASELINE DAYS ".
           05  WS-RPT-HDR-BASELINE        PIC ZZ9.
           05  FILLER                     PIC X(12) VALUE
               "  SHIFT PCT ".
           05  WS-RPT-HDR-SHIFT           PIC ZZ9.
           05  FILLER                     PIC X(12) VALUE
               "  WARN DAYS ".
           05  WS-RPT-HDR-WARN            PIC ZZZZ9.
       01  WS-RPT-HEADER-3.
           05  FILLER                     PIC X(40) VALUE
               "COUNTER-ID AREA-1  NET/DAY RCNT/DAY BASE".
           05  FILLER                     PIC X(25) VALUE
               "/DAY  RESET   OVFL FLAGS".
      *    Each entity's limit and trigger head its own counters.
       01  WS-RPT-ENTITY-LINE.
           05  FILLER                     PIC X(7) VALUE "ENTITY ".
           05  WS-RPT-ENT-CODE            PIC X(3).
           05  FILLER                     PIC X(14) VALUE
               "  BUSINESS DT ".
           05  WS-RPT-ENT-DATE            PIC 9(8).
           05  FILLER                     PIC X(8) VALUE "  LIMIT ".
           05  WS-RPT-ENT-LIMIT           PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE
               "  TRIGGER ".
           05  WS-RPT-ENT-TRIGGER         PIC ZZZZ9.
       01  WS-RPT-ENTITY-TOTAL-LINE.
           05  FILLER                     PIC X(7) VALUE "ENTITY ".
           05  WS-RPT-ENT-TOT-CODE        PIC X(3).
           05  FILLER                     PIC X(7) VALUE " TOTALS".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-COUNTER-ID      PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-AREA-1          PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-NET-RATE        PIC ZZZZ9.99-.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-RCNT-RATE       PIC ZZZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-BASE-RATE       PIC ZZZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TO-RESET        PIC X(6).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TO-OVFL         PIC X(6).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-FLAGS.
               10  WS-RPT-DTL-SHIFT       PIC X(5).
               10  WS-RPT-DTL-OVFL-SOON   PIC X(9).
      *    Second line - the recent window's raw figures behind the
      *    rates, with the net value the counter moved.
       01  WS-RPT-RECENT-LINE.
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE "PST ".
           05  WS-RPT-RCT-POSTED          PIC ZZZZZZ9.
           05  FILLER                     PIC X(5) VALUE " RVS ".
           05  WS-RPT-RCT-RVSL            PIC ZZZZZZ9.
           05  FILLER                     PIC X(5) VALUE " RST ".
           05  WS-RPT-RCT-RESETS          PIC ZZZZZZ9.
           05  FILLER                     PIC X(5) VALUE " TRP ".
           05  WS-RPT-RCT-TRIPS           PIC ZZZZ9.
           05  FILLER                     PIC X(5) VALUE " VAL ".
           05  WS-RPT-RCT-VALUE           PIC ZZZZZZZZZ9.99-.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-READ-ONE-ACTIVITY
               UNTIL WS-EOF-ACTIVITY = "Y"
           IF WS-CUR-COUNTER-ID NOT = SPACES
              PERFORM 2000-FORECAST-ONE-COUNTER
           END-IF
           IF WS-ENTITY-OPEN = "Y"
              PERFORM 1030-CLOSE-ENTITY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0103-READ-BUSINESS-DATE
           OPEN INPUT FORECAST-PARM-FILE
           IF WS-FORECAST-PARM-STATUS = "00"
              READ FORECAST-PARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PARM-RECENT-DAYS NOT = 0
                         MOVE PARM-RECENT-DAYS TO WS-RECENT-DAYS
                      END-IF
                      IF PARM-BASELINE-DAYS NOT = 0
                         MOVE PARM-BASELINE-DAYS TO WS-BASELINE-DAYS
                      END-IF
                      IF PARM-SHIFT-PERCENT NOT = 0
                         MOVE PARM-SHIFT-PERCENT TO WS-SHIFT-PERCENT
                      END-IF
                      IF PARM-WARN-DAYS NOT = 0
                         MOVE PARM-WARN-DAYS TO WS-WARN-DAYS
                      END-IF
              END-READ
              CLOSE FORECAST-PARM-FILE
           END-IF
           COMPUTE WS-LOOKBACK-DAYS = WS-RECENT-DAYS + WS-BASELINE-DAYS
           OPEN INPUT COUNTER-STATE-FILE
           IF WS-CNTR-STATE-STATUS = "00"
              MOVE "Y" TO WS-CNTR-STATE-OPEN
           END-IF
           OPEN INPUT COUNTER-ACTIVITY-FILE
           IF WS-CNTR-ACTIVITY-STATUS = "00"
              MOVE "Y" TO WS-ACTIVITY-OPEN
              MOVE LOW-VALUES TO CACT-KEY
              START COUNTER-ACTIVITY-FILE KEY NOT < CACT-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-ACTIVITY
              END-START
           ELSE
              MOVE "Y" TO WS-EOF-ACTIVITY
           END-IF
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-RECENT-DAYS TO WS-RPT-HDR-RECENT
           MOVE WS-BASELINE-DAYS TO WS-RPT-HDR-BASELINE
           MOVE WS-SHIFT-PERCENT TO WS-RPT-HDR-SHIFT
           MOVE WS-WARN-DAYS TO WS-RPT-HDR-WARN
           WRITE FORECAST-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE FORECAST-REPORT-LINE FROM WS-RPT-HEADER-2
           WRITE FORECAST-REPORT-LINE FROM WS-RPT-HEADER-3.

      *    The header carries the first entity's date; each entity
      *    break line carries that entity's own.
       0103-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MACHINE-DATE
           MOVE WS-MACHINE-DATE TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0104-LOAD-ONE-ENTITY-DATE
                  UNTIL WS-EOF-BUSDATE = "Y"
                  OR WS-ENTITY-COUNT >= WS-ENTITY-LIMIT
              CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-ENTITY-COUNT > 0
              MOVE WS-ENT-BUSINESS-DATE(1) TO WS-BUSINESS-DATE
           END-IF.

       0104-LOAD-ONE-ENTITY-DATE.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BUSDATE
               NOT AT END
                   ADD 1 TO WS-ENTITY-COUNT
                   MOVE BDAT-ENTITY-CODE
                       TO WS-ENT-CODE(WS-ENTITY-COUNT)
                   MOVE BDAT-BUSINESS-DATE
                       TO WS-ENT-BUSINESS-DATE(WS-ENTITY-COUNT)
           END-READ.

      *    Looks WS-ENTITY-CODE up in the date table and returns its
      *    business date in WS-ENTITY-DATE, or the machine date.
       0106-FIND-ENTITY-DATE.
           MOVE "N" TO WS-ENTITY-FOUND
           MOVE 0 TO WS-ENTITY-SUB
           PERFORM 0107-FIND-ONE-ENTITY
               UNTIL WS-ENTITY-FOUND = "Y"
               OR WS-ENTITY-SUB >= WS-ENTITY-COUNT
           IF WS-ENTITY-FOUND = "Y"
              MOVE WS-ENT-BUSINESS-DATE(WS-ENTITY-SUB)
                  TO WS-ENTITY-DATE
           ELSE
              MOVE WS-MACHINE-DATE TO WS-ENTITY-DATE
           END-IF.

       0107-FIND-ONE-ENTITY.
           ADD 1 TO WS-ENTITY-SUB
           IF WS-ENT-CODE(WS-ENTITY-SUB) = WS-ENTITY-CODE
              MOVE "Y" TO WS-ENTITY-FOUND
           END-IF.

      *    The entity's own card wins; a card with no entity is the
      *    installation default for any entity without one.
       0108-READ-THRESHOLDS.
           MOVE WS-DEFAULT-OVERFLOW-LIMIT TO WS-OVERFLOW-LIMIT
           MOVE WS-DEFAULT-RESET-TRIGGER TO WS-RESET-TRIGGER
           OPEN INPUT THRESHOLD-PARM-FILE
           IF WS-THRESHOLD-PARM-STATUS = "00"
              MOVE "N" TO WS-EOF-THRESHOLDS
              MOVE "N" TO WS-THRESHOLD-FOUND
              PERFORM 0109-READ-ONE-THRESHOLD
                  UNTIL WS-EOF-THRESHOLDS = "Y"
                  OR WS-THRESHOLD-FOUND = "Y"
              CLOSE THRESHOLD-PARM-FILE
           END-IF.

       0109-READ-ONE-THRESHOLD.
           READ THRESHOLD-PARM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-THRESHOLDS
               NOT AT END
                   IF PARM-ENTITY-CODE = WS-ENTITY-CODE
                      MOVE "Y" TO WS-THRESHOLD-FOUND
                      MOVE PARM-OVERFLOW-LIMIT TO WS-OVERFLOW-LIMIT
                      MOVE PARM-RESET-TRIGGER TO WS-RESET-TRIGGER
                   ELSE
                      IF PARM-ENTITY-CODE = SPACES
                         MOVE PARM-OVERFLOW-LIMIT TO WS-OVERFLOW-LIMIT
                         MOVE PARM-RESET-TRIGGER TO WS-RESET-TRIGGER
                      END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  GATHER ONE COUNTER'S HISTORY
      *****************************************************************
       1000-READ-ONE-ACTIVITY.
           READ COUNTER-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACTIVITY
               NOT AT END
                   IF WS-ENTITY-OPEN NOT = "Y"
                      OR CACT-ENTITY-CODE NOT = WS-ENTITY-CODE
                      OR CACT-COUNTER-ID NOT = WS-CUR-COUNTER-ID
                      IF WS-CUR-COUNTER-ID NOT = SPACES
                         PERFORM 2000-FORECAST-ONE-COUNTER
                      END-IF
                      IF WS-ENTITY-OPEN NOT = "Y"
                         OR CACT-ENTITY-CODE NOT = WS-ENTITY-CODE
                         PERFORM 1020-START-ENTITY
                      END-IF
                      PERFORM 1050-START-NEW-COUNTER
                   END-IF
                   PERFORM 1100-ACCUMULATE-ACTIVITY
           END-READ.

      *    Each new entity closes off the last one's totals and is
      *    projected from its own business date and threshold card.
       1020-START-ENTITY.
           IF WS-ENTITY-OPEN = "Y"
              PERFORM 1030-CLOSE-ENTITY
           END-IF
           MOVE "Y" TO WS-ENTITY-OPEN
           MOVE CACT-ENTITY-CODE TO WS-ENTITY-CODE
           PERFORM 0106-FIND-ENTITY-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-ENTITY-DATE)
               TO WS-BUSDATE-INTEGER
           PERFORM 0108-READ-THRESHOLDS
           ADD 1 TO WS-ENTITIES-FORECAST
           MOVE WS-ENTITY-CODE TO WS-RPT-ENT-CODE
           MOVE WS-ENTITY-DATE TO WS-RPT-ENT-DATE
           MOVE WS-OVERFLOW-LIMIT TO WS-RPT-ENT-LIMIT
           MOVE WS-RESET-TRIGGER TO WS-RPT-ENT-TRIGGER
           WRITE FORECAST-REPORT-LINE FROM WS-RPT-ENTITY-LINE.

       1030-CLOSE-ENTITY.
           MOVE WS-ENTITY-CODE TO WS-RPT-ENT-TOT-CODE
           WRITE FORECAST-REPORT-LINE FROM WS-RPT-ENTITY-TOTAL-LINE
           MOVE "  COUNTERS FORECAST....." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-FORECAST-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  VOLUME JUMPS.........." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-JUMP-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  VOLUME DROPS.........." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-DROP-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  OVERFLOW WITHIN WARN.." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-OVFL-SOON-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           ADD WS-ENTITY-FORECAST-COUNT TO WS-COUNTERS-FORECAST
           ADD WS-ENTITY-JUMP-COUNT TO WS-JUMP-COUNT
           ADD WS-ENTITY-DROP-COUNT TO WS-DROP-COUNT
           ADD WS-ENTITY-OVFL-SOON-COUNT TO WS-OVFL-SOON-COUNT
           MOVE 0 TO WS-ENTITY-FORECAST-COUNT
           MOVE 0 TO WS-ENTITY-JUMP-COUNT
           MOVE 0 TO WS-ENTITY-DROP-COUNT
           MOVE 0 TO WS-ENTITY-OVFL-SOON-COUNT.

      *    The first record of a counter is its earliest, so its age
      *    is how long the counter has had any history at all.
       1050-START-NEW-COUNTER.
           MOVE CACT-COUNTER-ID TO WS-CUR-COUNTER-ID
           COMPUTE WS-FIRST-OFFSET = WS-BUSDATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(CACT-BUSINESS-DATE)
           MOVE "N" TO WS-IN-WINDOW
           MOVE 0 TO WS-RCNT-POSTED
           MOVE 0 TO WS-RCNT-RVSL
           MOVE 0 TO WS-RCNT-RESETS
           MOVE 0 TO WS-RCNT-TRIPS
           MOVE 0 TO WS-RCNT-VALUE
           MOVE 0 TO WS-BASE-POSTED.

      *    Offset 0 is the business date itself.  Activity dated
      *    after the business date, or older than the whole
      *    look-back, plays no part.
       1100-ACCUMULATE-ACTIVITY.
           COMPUTE WS-DAY-OFFSET = WS-BUSDATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(CACT-BUSINESS-DATE)
           IF WS-DAY-OFFSET >= 0
              AND WS-DAY-OFFSET < WS-RECENT-DAYS
              MOVE "Y" TO WS-IN-WINDOW
              ADD CACT-ITEMS-POSTED TO WS-RCNT-POSTED
              ADD CACT-REVERSALS TO WS-RCNT-RVSL
              ADD CACT-RESETS TO WS-RCNT-RESETS
              ADD CACT-TRIPS TO WS-RCNT-TRIPS
              ADD CACT-VALUE-POSTED TO WS-RCNT-VALUE
              SUBTRACT CACT-VALUE-REVERSED FROM WS-RCNT-VALUE
           ELSE
              IF WS-DAY-OFFSET >= WS-RECENT-DAYS
                 AND WS-DAY-OFFSET < WS-LOOKBACK-DAYS
                 MOVE "Y" TO WS-IN-WINDOW
                 ADD CACT-ITEMS-POSTED TO WS-BASE-POSTED
              END-IF
           END-IF.

      *****************************************************************
      *  FORECAST ONE COUNTER
      *****************************************************************
       2000-FORECAST-ONE-COUNTER.
           IF WS-IN-WINDOW = "Y"
              ADD 1 TO WS-ENTITY-FORECAST-COUNT
              PERFORM 2100-COMPUTE-RATES
              PERFORM 2200-READ-COUNTER-STATE
              MOVE WS-CUR-COUNTER-ID TO WS-RPT-DTL-COUNTER-ID
              MOVE WS-CUR-AREA-1 TO WS-RPT-DTL-AREA-1
              MOVE WS-NET-RATE TO WS-RPT-DTL-NET-RATE
              MOVE WS-RCNT-RATE TO WS-RPT-DTL-RCNT-RATE
              MOVE WS-BASE-RATE TO WS-RPT-DTL-BASE-RATE
              MOVE SPACES TO WS-RPT-DTL-FLAGS
              PERFORM 2300-JUDGE-VOLUME-SHIFT
              PERFORM 2400-PROJECT-RESET-OVERFLOW
              WRITE FORECAST-REPORT-LINE FROM WS-RPT-DETAIL-LINE
              MOVE WS-RCNT-POSTED TO WS-RPT-RCT-POSTED
              MOVE WS-RCNT-RVSL TO WS-RPT-RCT-RVSL
              MOVE WS-RCNT-RESETS TO WS-RPT-RCT-RESETS
              MOVE WS-RCNT-TRIPS TO WS-RPT-RCT-TRIPS
              MOVE WS-RCNT-VALUE TO WS-RPT-RCT-VALUE
              WRITE FORECAST-REPORT-LINE FROM WS-RPT-RECENT-LINE
           END-IF.

      *    Each window is averaged over the days the counter has
      *    existed in it, so a counter added mid-window is not
      *    diluted by days before it was ever driven.
       2100-COMPUTE-RATES.
           IF WS-FIRST-OFFSET + 1 < WS-RECENT-DAYS
              COMPUTE WS-RCNT-EFF-DAYS = WS-FIRST-OFFSET + 1
              MOVE 0 TO WS-BASE-EFF-DAYS
           ELSE
              MOVE WS-RECENT-DAYS TO WS-RCNT-EFF-DAYS
              IF WS-FIRST-OFFSET + 1 - WS-RECENT-DAYS
                 < WS-BASELINE-DAYS
                 COMPUTE WS-BASE-EFF-DAYS =
                     WS-FIRST-OFFSET + 1 - WS-RECENT-DAYS
              ELSE
                 MOVE WS-BASELINE-DAYS TO WS-BASE-EFF-DAYS
              END-IF
           END-IF
           COMPUTE WS-NET-RATE ROUNDED =
               (WS-RCNT-POSTED - WS-RCNT-RVSL) / WS-RCNT-EFF-DAYS
           COMPUTE WS-RCNT-RATE ROUNDED =
               WS-RCNT-POSTED / WS-RCNT-EFF-DAYS
           MOVE 0 TO WS-BASE-RATE
           IF WS-BASE-EFF-DAYS > 0
              COMPUTE WS-BASE-RATE ROUNDED =
                  WS-BASE-POSTED / WS-BASE-EFF-DAYS
           END-IF.

       2200-READ-COUNTER-STATE.
           MOVE 0 TO WS-CUR-AREA-1
           IF WS-CNTR-STATE-OPEN = "Y"
              MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
              MOVE WS-CUR-COUNTER-ID TO CNTR-COUNTER-ID
              READ COUNTER-STATE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CNTR-AREA-1 TO WS-CUR-AREA-1
              END-READ
           END-IF.

      *    A counter that posted nothing at all in its baseline and
      *    something recently has jumped; with no baseline history
      *    there is nothing to measure against.
       2300-JUDGE-VOLUME-SHIFT.
           IF WS-BASE-EFF-DAYS > 0
              COMPUTE WS-HIGH-BOUND ROUNDED =
                  WS-BASE-RATE * (100 + WS-SHIFT-PERCENT) / 100
              MOVE 0 TO WS-LOW-BOUND
              IF WS-SHIFT-PERCENT < 100
                 COMPUTE WS-LOW-BOUND ROUNDED =
                     WS-BASE-RATE * (100 - WS-SHIFT-PERCENT) / 100
              END-IF
              IF WS-RCNT-RATE > WS-HIGH-BOUND
                 MOVE "JUMP" TO WS-RPT-DTL-SHIFT
                 ADD 1 TO WS-ENTITY-JUMP-COUNT
              ELSE
                 IF WS-RCNT-RATE < WS-LOW-BOUND
                    MOVE "DROP" TO WS-RPT-DTL-SHIFT
                    ADD 1 TO WS-ENTITY-DROP-COUNT
                 END-IF
              END-IF
           END-IF.

      *    WS-AREA-1 resets on the item that takes it past the
      *    trigger.  With the trigger at or above the limit it can
      *    only climb to the limit, and the next item trips the
      *    overflow and resets it in the same stroke.
       2400-PROJECT-RESET-OVERFLOW.
           IF WS-RESET-TRIGGER < WS-OVERFLOW-LIMIT
              MOVE "N" TO WS-OVFL-PROJECTED
              COMPUTE WS-ITEMS-TO-RESET =
                  WS-RESET-TRIGGER + 1 - WS-CUR-AREA-1
           ELSE
              MOVE "Y" TO WS-OVFL-PROJECTED
              COMPUTE WS-ITEMS-TO-RESET =
                  WS-OVERFLOW-LIMIT + 1 - WS-CUR-AREA-1
           END-IF
           IF WS-ITEMS-TO-RESET < 1
              MOVE 1 TO WS-ITEMS-TO-RESET
           END-IF
           IF WS-NET-RATE > 0
              COMPUTE WS-DAYS-TO-RESET ROUNDED =
                  WS-ITEMS-TO-RESET / WS-NET-RATE
                  ON SIZE ERROR
                      MOVE 99999 TO WS-DAYS-TO-RESET
              END-COMPUTE
              MOVE WS-DAYS-TO-RESET TO WS-DAYS-EDIT
              MOVE WS-DAYS-EDIT TO WS-RPT-DTL-TO-RESET
           ELSE
              MOVE "   N/A" TO WS-RPT-DTL-TO-RESET
           END-IF
           IF WS-OVFL-PROJECTED NOT = "Y"
              MOVE "  NONE" TO WS-RPT-DTL-TO-OVFL
           ELSE
              IF WS-NET-RATE > 0
                 MOVE WS-DAYS-TO-RESET TO WS-DAYS-TO-OVFL
                 MOVE WS-DAYS-TO-OVFL TO WS-DAYS-EDIT
                 MOVE WS-DAYS-EDIT TO WS-RPT-DTL-TO-OVFL
                 IF WS-DAYS-TO-OVFL NOT > WS-WARN-DAYS
                    MOVE "OVFL SOON" TO WS-RPT-DTL-OVFL-SOON
                    ADD 1 TO WS-ENTITY-OVFL-SOON-COUNT
                 END-IF
              ELSE
                 MOVE "   N/A" TO WS-RPT-DTL-TO-OVFL
              END-IF
           END-IF.

       9000-TERMINATE.
           MOVE "ENTITIES FORECAST......." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITIES-FORECAST TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "COUNTERS FORECAST......." TO WS-RPT-TOT-LABEL
           MOVE WS-COUNTERS-FORECAST TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "VOLUME JUMPS............" TO WS-RPT-TOT-LABEL
           MOVE WS-JUMP-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "VOLUME DROPS............" TO WS-RPT-TOT-LABEL
           MOVE WS-DROP-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "OVERFLOW WITHIN WARNING." TO WS-RPT-TOT-LABEL
           MOVE WS-OVFL-SOON-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           IF WS-CNTR-STATE-OPEN = "Y"
              CLOSE COUNTER-STATE-FILE
           END-IF
           IF WS-ACTIVITY-OPEN = "Y"
              CLOSE COUNTER-ACTIVITY-FILE
           END-IF
           CLOSE FORECAST-REPORT-FILE.

       9100-WRITE-TOTAL.
           WRITE FORECAST-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
