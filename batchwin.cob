       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHWIN.
      *****************************************************************
      *  Batch-window report from the job-step control file.  For one
      *  business date - the last one posted on BUSDATE.CTL unless a
      *  window card names another - every cycle recorded on
      *  STEP.CONTROL is listed step by step in chain order: start
      *  and end times, elapsed minutes against the step's target,
      *  return code and the step's own record counts.  A step is
      *  flagged when it
      *    - was expected and never ran, or was left pending by
      *      TRANSPLIT and never started (SKIPPED);
      *    - was refused for a predecessor (REFUSED), with the
      *      predecessor it was waiting on;
      *    - ended over return code 4 (FAILED), or started and never
      *      ended (NOT ENDED);
      *    - started before its predecessor had finished
      *      (OUT OF ORDER);
      *    - ran longer than its target (OVER TARGET).
      *  The expected chain is TRANGATE and BUGSOL on a single-volume
      *  cycle, TRANSPLT, each stream it routed and STRMCONS on a
      *  split one, then BALCHECK, SETLMTCH and EXCPMON, and GLPOST
      *  after the last cycle of the last business day of the month.
      *  The critical path follows the chain through the slowest
      *  stream, with the time each step waited on the one before,
      *  so the minutes the night spends idle show beside the
      *  minutes it spends working.  The last cycle of the date is
      *  measured against the batch window.
      *  BATCHWIN.PARM carries an optional "W" card - report date,
      *  window opening HHMM and window length in minutes (default
      *  2200 for 480) - and any number of "S" cards setting a
      *  step's target minutes over the default in the chain table.
      *  Every entity on BUSDATE.CTL is reported in turn, each for
      *  its own last posted date (a window card's date applies to
      *  them all), under its own heading and with its own totals;
      *  the installation totals follow the last entity.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHWIN-PARM-FILE ASSIGN TO "BATCHWIN.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEP.CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY STEP-KEY
               FILE STATUS WS-STEP-CONTROL-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-DATE
               FILE STATUS WS-BUSCAL-STATUS.

           SELECT WINDOW-REPORT-FILE ASSIGN TO "BATCHWIN.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-WINDOW-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCHWIN-PARM-FILE.
       01  BATCHWIN-PARM-RECORD.
      *        "W" - window card, "S" - step target card
           05  PARM-CARD-TYPE             PIC X(1).
           05  PARM-CARD-DATA             PIC X(16).
           05  PARM-WINDOW-CARD REDEFINES PARM-CARD-DATA.
               10  PARM-REPORT-DATE       PIC X(8).
               10  PARM-WINDOW-START      PIC X(4).
               10  PARM-WINDOW-MINUTES    PIC X(4).
           05  PARM-STEP-CARD REDEFINES PARM-CARD-DATA.
               10  PARM-STEP-NAME         PIC X(8).
               10  PARM-TARGET-MINUTES    PIC X(4).
               10  FILLER                 PIC X(4).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       FD  BUSINESS-CALENDAR-FILE.
       COPY BUSCAL.

       FD  WINDOW-REPORT-FILE.
       01  WINDOW-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                 PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSCAL-STATUS               PIC XX VALUE SPACES.
       01  WS-WINDOW-REPORT-STATUS        PIC XX VALUE SPACES.
       01  WS-STEP-CONTROL-OPEN           PIC X VALUE "N".
       01  WS-BUSCAL-OPEN                 PIC X VALUE "N".
       01  WS-EOF-FLAG                    PIC X VALUE "N".
       01  WS-REPORT-DATE                 PIC 9(8) VALUE 0.
       01  WS-MONTH-END                   PIC X VALUE "N".
       01  WS-LAST-CYCLE                  PIC 9(2) VALUE 0.
       01  WS-RPT-CYCLE                   PIC 9(2) VALUE 0.
       01  WS-SPLIT-DAY                   PIC X VALUE "N".
       01  WS-STEPS-LOADED                PIC 9(3) VALUE 0.
      *    Report date named on a window card, zero when none.
       01  WS-CARD-REPORT-DATE            PIC 9(8) VALUE 0.

      *    Every entity on BUSDATE.CTL with the night it last posted.
      *    With no control file there is one unnamed entity reported
      *    for the machine date.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-ENTITY-SUB                  PIC 9(3) VALUE 0.
       01  WS-ENTITY-COUNT                PIC 9(3) VALUE 0.
       01  WS-ENTITY-LIMIT                PIC 9(3) VALUE 100.
       01  WS-ENTITY-TABLE.
           05  WS-ENTITY-ENTRY OCCURS 100 TIMES.
               10  WS-ENT-CODE            PIC X(3).
               10  WS-ENT-REPORT-DATE     PIC 9(8).

      *    Batch window - opening time HHMM on the report date and
      *    length in minutes.
       01  WS-WINDOW-START                PIC 9(4) VALUE 2200.
       01  WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START.
           05  WS-WINDOW-HH               PIC 9(2).
           05  WS-WINDOW-MM               PIC 9(2).
       01  WS-WINDOW-MINUTES              PIC 9(4) VALUE 480.
       01  WS-WINDOW-OPEN-SECS            PIC 9(12) VALUE 0.
       01  WS-WINDOW-CLOSE-SECS           PIC 9(12) VALUE 0.

      *    The chain in report order, with each step's default target
      *    minutes.  Subscripts are fixed: 1 TRANGATE, 2 TRANSPLT,
      *    3 BUGSOL, 4-7 BUGSOL1-BUGSOL4, 8 STRMCONS, 9 BALCHECK,
      *    10 SETLMTCH, 11 EXCPMON, 12 GLPOST.
       01  WS-CHAIN-VALUES.
           05  FILLER                     PIC X(12) VALUE
               "TRANGATE0010".
           05  FILLER                     PIC X(12) VALUE
               "TRANSPLT0015".
           05  FILLER                     PIC X(12) VALUE
               "BUGSOL  0120".
           05  FILLER                     PIC X(12) VALUE
               "BUGSOL1 0060".
           05  FILLER                     PIC X(12) VALUE
               "BUGSOL2 0060".
           05  FILLER                     PIC X(12) VALUE
               "BUGSOL3 0060".
           05  FILLER                     PIC X(12) VALUE
               "BUGSOL4 0060".
           05  FILLER                     PIC X(12) VALUE
               "STRMCONS0015".
           05  FILLER                     PIC X(12) VALUE
               "BALCHECK0010".
           05  FILLER                     PIC X(12) VALUE
               "SETLMTCH0015".
           05  FILLER                     PIC X(12) VALUE
               "EXCPMON 0010".
           05  FILLER                     PIC X(12) VALUE
               "GLPOST  0030".
       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.
           05  WS-CHAIN-ENTRY OCCURS 12 TIMES.
               10  WS-CHN-NAME            PIC X(8).
               10  WS-CHN-DEFAULT-TARGET  PIC 9(4).
       01  WS-CHAIN-COUNT                 PIC 9(2) VALUE 12.
       01  WS-CHAIN-SUB                   PIC 9(2) VALUE 0.
       01  WS-CHAIN-FOUND                 PIC X VALUE "N".
       01  WS-SEEK-NAME                   PIC X(8) VALUE SPACES.

      *    One cycle's steps as recorded, by chain subscript.
       01  WS-STEP-SUB                    PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 12 TIMES.
               10  WS-STP-TARGET          PIC 9(4).
               10  WS-STP-PRESENT         PIC X(1).
               10  WS-STP-EXPECTED        PIC X(1).
               10  WS-STP-STATUS          PIC X(1).
               10  WS-STP-START-TIME      PIC 9(6).
               10  WS-STP-END-TIME        PIC 9(6).
               10  WS-STP-START-SECS      PIC 9(12).
               10  WS-STP-END-SECS        PIC 9(12).
               10  WS-STP-RETURN-CODE     PIC 9(4).
               10  WS-STP-RECORDS-IN      PIC 9(9).
               10  WS-STP-RECORDS-OUT     PIC 9(9).
               10  WS-STP-REASON          PIC X(4).
               10  WS-STP-WAITING-ON      PIC X(8).

      *    Working fields for one step line.
       01  WS-ELAPSED-MINUTES             PIC 9(5) VALUE 0.
       01  WS-PRED-SUB                    PIC 9(2) VALUE 0.
       01  WS-PRED-END-SECS               PIC 9(12) VALUE 0.
       01  WS-STEP-NOTE                   PIC X(12) VALUE SPACES.

      *    Critical path - chain subscripts in path order.
       01  WS-PATH-COUNT                  PIC 9(2) VALUE 0.
       01  WS-PATH-SUB                    PIC 9(2) VALUE 0.
       01  WS-PATH-TABLE.
           05  WS-PATH-STEP OCCURS 8 TIMES PIC 9(2).
       01  WS-SLOW-STREAM-SUB             PIC 9(2) VALUE 0.
       01  WS-PATH-FIRST-START            PIC 9(12) VALUE 0.
       01  WS-PATH-PRIOR-END              PIC 9(12) VALUE 0.
       01  WS-PATH-LAST-END               PIC 9(12) VALUE 0.
       01  WS-WAIT-MINUTES                PIC 9(5) VALUE 0.
       01  WS-CUMUL-MINUTES               PIC 9(5) VALUE 0.
       01  WS-PATH-STEP-MINUTES           PIC 9(5) VALUE 0.
       01  WS-PATH-WAIT-MINUTES           PIC 9(5) VALUE 0.

      *    Cycle span for the window check.
       01  WS-CYCLE-FIRST-START           PIC 9(12) VALUE 0.
       01  WS-CYCLE-LAST-END              PIC 9(12) VALUE 0.
       01  WS-CYCLE-FIRST-TIME            PIC 9(6) VALUE 0.
       01  WS-CYCLE-LAST-TIME             PIC 9(6) VALUE 0.
       01  WS-WINDOW-DIFF-MINUTES         PIC 9(5) VALUE 0.

      *    Seconds since the start of the intrinsic calendar - set
      *    WS-SECS-DATE and WS-TIME-WORK and perform 8800.
       01  WS-SECS-DATE                   PIC 9(8) VALUE 0.
       01  WS-SECS                        PIC 9(12) VALUE 0.
       01  WS-TIME-WORK                   PIC 9(6) VALUE 0.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH                 PIC 9(2).
           05  WS-TIME-MM                 PIC 9(2).
           05  WS-TIME-SS                 PIC 9(2).
       01  WS-TIME-EDIT.
           05  WS-TED-HH                  PIC 9(2).
           05  FILLER                     PIC X(1) VALUE ":".
           05  WS-TED-MM                  PIC 9(2).
           05  FILLER                     PIC X(1) VALUE ":".
           05  WS-TED-SS                  PIC 9(2).

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
       01  WS-DAYS-TRIED                  PIC 9(2) VALUE 0.

       01  WS-TOT-CYCLES                  PIC 9(7) VALUE 0.
       01  WS-TOT-STEPS                   PIC 9(7) VALUE 0.
       01  WS-TOT-SKIPPED                 PIC 9(7) VALUE 0.
       01  WS-TOT-REFUSED                 PIC 9(7) VALUE 0.
       01  WS-TOT-FAILED                  PIC 9(7) VALUE 0.
       01  WS-TOT-NOT-ENDED               PIC 9(7) VALUE 0.
       01  WS-TOT-OUT-OF-ORDER            PIC 9(7) VALUE 0.
       01  WS-TOT-OVER-TARGET             PIC 9(7) VALUE 0.
      *    The WS-TOT- figures are one entity's; these carry the
      *    installation totals.
       01  WS-ALL-CYCLES                  PIC 9(7) VALUE 0.
       01  WS-ALL-STEPS                   PIC 9(7) VALUE 0.
       01  WS-ALL-SKIPPED                 PIC 9(7) VALUE 0.
       01  WS-ALL-REFUSED                 PIC 9(7) VALUE 0.
       01  WS-ALL-FAILED                  PIC 9(7) VALUE 0.
       01  WS-ALL-NOT-ENDED               PIC 9(7) VALUE 0.
       01  WS-ALL-OUT-OF-ORDER            PIC 9(7) VALUE 0.
       01  WS-ALL-OVER-TARGET             PIC 9(7) VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(35) VALUE
               "BATCH WINDOW REPORT  BUSINESS DATE ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(12) VALUE
               "  MONTH END ".
           05  WS-RPT-HDR-MONTH-END       PIC X(3).
           05  FILLER                     PIC X(9) VALUE "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-ENTITY-TOTAL-LINE.
           05  FILLER                     PIC X(7) VALUE "ENTITY ".
           05  WS-RPT-ENT-TOT-CODE        PIC X(3).
           05  FILLER                     PIC X(7) VALUE " TOTALS".
       01  WS-RPT-CYCLE-LINE.
           05  FILLER                     PIC X(6) VALUE "CYCLE ".
           05  WS-RPT-CYC-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(3) VALUE " - ".
           05  WS-RPT-CYC-TEXT            PIC X(30).
       01  WS-RPT-COLUMN-LINE.
           05  FILLER                     PIC X(28) VALUE
               "STEP     S START    END     ".
           05  FILLER                     PIC X(40) VALUE
               " MINS TRGT   RC   RECS-IN  RECS-OUT NOTE".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-NAME            PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-STATUS          PIC X(1).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-START           PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-END             PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-MINUTES         PIC ZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TARGET          PIC ZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-RC              PIC ZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-IN              PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-OUT             PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-NOTE            PIC X(12).
      *    A step with nothing to time - never recorded, or pending.
       01  WS-RPT-NOT-RUN-LINE.
           05  WS-RPT-NRN-NAME            PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-NRN-STATUS          PIC X(1).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-NRN-TEXT            PIC X(40).
           05  FILLER                     PIC X(13) VALUE SPACES.
           05  WS-RPT-NRN-NOTE            PIC X(12).
       01  WS-RPT-REFUSAL-LINE.
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               "REFUSED - ".
           05  WS-RPT-RFS-REASON          PIC X(4).
           05  FILLER                     PIC X(12) VALUE
               " WAITING ON ".
           05  WS-RPT-RFS-WAITING-ON      PIC X(8).
       01  WS-RPT-PATH-HEADER.
           05  FILLER                     PIC X(40) VALUE
               "CRITICAL PATH  STEP        MINS  WAIT  C".
           05  FILLER                     PIC X(4) VALUE "UMUL".
       01  WS-RPT-PATH-LINE.
           05  FILLER                     PIC X(15) VALUE SPACES.
           05  WS-RPT-PTH-NAME            PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RPT-PTH-MINUTES         PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-PTH-WAIT            PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-PTH-CUMUL           PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-PTH-NOTE            PIC X(12).
       01  WS-RPT-PATH-TOTAL-LINE.
           05  FILLER                     PIC X(24) VALUE
               "CYCLE ELAPSED MINUTES...".
           05  WS-RPT-PTT-ELAPSED         PIC ZZZZ9.
           05  FILLER                     PIC X(8) VALUE "  STEPS ".
           05  WS-RPT-PTT-STEPS           PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE
               "  WAITING ".
           05  WS-RPT-PTT-WAITING         PIC ZZZZ9.
       01  WS-RPT-WINDOW-LINE.
           05  FILLER                     PIC X(13) VALUE
               "WINDOW OPENS ".
           05  WS-RPT-WIN-START           PIC 9(4).
           05  FILLER                     PIC X(5) VALUE " FOR ".
           05  WS-RPT-WIN-MINUTES         PIC ZZZ9.
           05  FILLER                     PIC X(18) VALUE
               " MIN  FIRST START ".
           05  WS-RPT-WIN-FIRST           PIC X(8).
           05  FILLER                     PIC X(10) VALUE
               " LAST END ".
           05  WS-RPT-WIN-LAST            PIC X(8).
       01  WS-RPT-WINDOW-RESULT-LINE.
           05  FILLER                     PIC X(8) VALUE "WINDOW: ".
           05  WS-RPT-WRS-TEXT            PIC X(40).
           05  WS-RPT-WRS-MINUTES         PIC ZZZZ9.
           05  FILLER                     PIC X(4) VALUE " MIN".
       01  WS-RPT-MESSAGE-LINE.
           05  WS-RPT-MESSAGE             PIC X(80).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           MOVE 0 TO WS-ENTITY-SUB
           PERFORM 0500-REPORT-ONE-ENTITY
               UNTIL WS-ENTITY-SUB >= WS-ENTITY-COUNT
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0105-READ-BUSINESS-DATE
           MOVE 0 TO WS-CHAIN-SUB
           PERFORM 0110-DEFAULT-ONE-TARGET
               UNTIL WS-CHAIN-SUB >= WS-CHAIN-COUNT
           OPEN INPUT BATCHWIN-PARM-FILE
           IF WS-PARM-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 0120-READ-ONE-CARD
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE BATCHWIN-PARM-FILE
           END-IF
           OPEN INPUT STEP-CONTROL-FILE
           IF WS-STEP-CONTROL-STATUS = "00"
              MOVE "Y" TO WS-STEP-CONTROL-OPEN
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-BUSCAL-STATUS = "00"
              MOVE "Y" TO WS-BUSCAL-OPEN
           END-IF
           OPEN OUTPUT WINDOW-REPORT-FILE.

      *    The night being reported is the last one posted - DATEROLL
      *    may already have opened the next business date.
       0105-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0106-LOAD-ONE-ENTITY
                  UNTIL WS-EOF-BUSDATE = "Y"
                  OR WS-ENTITY-COUNT >= WS-ENTITY-LIMIT
              CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-ENTITY-COUNT = 0
              MOVE 1 TO WS-ENTITY-COUNT
              MOVE SPACES TO WS-ENT-CODE(1)
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ENT-REPORT-DATE(1)
           END-IF.

       0106-LOAD-ONE-ENTITY.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BUSDATE
               NOT AT END
                   ADD 1 TO WS-ENTITY-COUNT
                   MOVE BDAT-ENTITY-CODE
                       TO WS-ENT-CODE(WS-ENTITY-COUNT)
                   IF BDAT-LAST-POSTED-DATE = 0
                      MOVE BDAT-BUSINESS-DATE
                          TO WS-ENT-REPORT-DATE(WS-ENTITY-COUNT)
                   ELSE
                      MOVE BDAT-LAST-POSTED-DATE
                          TO WS-ENT-REPORT-DATE(WS-ENTITY-COUNT)
                   END-IF
           END-READ.

       0110-DEFAULT-ONE-TARGET.
           ADD 1 TO WS-CHAIN-SUB
           MOVE WS-CHN-DEFAULT-TARGET(WS-CHAIN-SUB)
               TO WS-STP-TARGET(WS-CHAIN-SUB).

      *    Fields punched non-numeric leave the default standing; a
      *    step card for a name not in the chain is ignored.
       0120-READ-ONE-CARD.
           READ BATCHWIN-PARM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE PARM-CARD-TYPE
                       WHEN "W"
                           PERFORM 0125-APPLY-WINDOW-CARD
                       WHEN "S"
                           PERFORM 0130-APPLY-STEP-CARD
                   END-EVALUATE
           END-READ.

       0125-APPLY-WINDOW-CARD.
           IF PARM-REPORT-DATE IS NUMERIC
              AND PARM-REPORT-DATE NOT = "00000000"
              MOVE PARM-REPORT-DATE TO WS-CARD-REPORT-DATE
           END-IF
           IF PARM-WINDOW-START IS NUMERIC
              MOVE PARM-WINDOW-START TO WS-WINDOW-START
           END-IF
           IF PARM-WINDOW-MINUTES IS NUMERIC
              MOVE PARM-WINDOW-MINUTES TO WS-WINDOW-MINUTES
           END-IF.

       0130-APPLY-STEP-CARD.
           MOVE PARM-STEP-NAME TO WS-SEEK-NAME
           PERFORM 8100-FIND-CHAIN-ENTRY
           IF WS-CHAIN-FOUND = "Y"
              AND PARM-TARGET-MINUTES IS NUMERIC
              MOVE PARM-TARGET-MINUTES TO WS-STP-TARGET(WS-CHAIN-SUB)
           END-IF.

      *****************************************************************
      *  ONE ENTITY
      *****************************************************************
       0500-REPORT-ONE-ENTITY.
           ADD 1 TO WS-ENTITY-SUB
           MOVE WS-ENT-CODE(WS-ENTITY-SUB) TO WS-ENTITY-CODE
           IF WS-CARD-REPORT-DATE NOT = 0
              MOVE WS-CARD-REPORT-DATE TO WS-REPORT-DATE
           ELSE
              MOVE WS-ENT-REPORT-DATE(WS-ENTITY-SUB) TO WS-REPORT-DATE
           END-IF
           MOVE "N" TO WS-MONTH-END
           PERFORM 0150-CHECK-MONTH-END
           MOVE WS-REPORT-DATE TO WS-SECS-DATE
           COMPUTE WS-TIME-WORK = WS-WINDOW-HH * 10000
               + WS-WINDOW-MM * 100
           PERFORM 8800-TIME-TO-SECONDS
           MOVE WS-SECS TO WS-WINDOW-OPEN-SECS
           COMPUTE WS-WINDOW-CLOSE-SECS =
               WS-WINDOW-OPEN-SECS + WS-WINDOW-MINUTES * 60
           MOVE WS-REPORT-DATE TO WS-RPT-HDR-DATE
           IF WS-MONTH-END = "Y"
              MOVE "YES" TO WS-RPT-HDR-MONTH-END
           ELSE
              MOVE "NO" TO WS-RPT-HDR-MONTH-END
           END-IF
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-HEADER-1
           MOVE 0 TO WS-LAST-CYCLE
           IF WS-STEP-CONTROL-OPEN = "Y"
              PERFORM 1000-FIND-LAST-CYCLE
           END-IF
           IF WS-LAST-CYCLE = 0
              MOVE "NO JOB STEPS RECORDED FOR THE BUSINESS DATE"
                  TO WS-RPT-MESSAGE
              WRITE WINDOW-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           ELSE
              MOVE 0 TO WS-RPT-CYCLE
              PERFORM 2000-REPORT-ONE-CYCLE
                  UNTIL WS-RPT-CYCLE >= WS-LAST-CYCLE
           END-IF
           MOVE SPACES TO WS-RPT-MESSAGE
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           MOVE WS-ENTITY-CODE TO WS-RPT-ENT-TOT-CODE
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-ENTITY-TOTAL-LINE
           PERFORM 9050-WRITE-STEP-TOTALS
           ADD WS-TOT-CYCLES TO WS-ALL-CYCLES
           ADD WS-TOT-STEPS TO WS-ALL-STEPS
           ADD WS-TOT-SKIPPED TO WS-ALL-SKIPPED
           ADD WS-TOT-REFUSED TO WS-ALL-REFUSED
           ADD WS-TOT-FAILED TO WS-ALL-FAILED
           ADD WS-TOT-NOT-ENDED TO WS-ALL-NOT-ENDED
           ADD WS-TOT-OUT-OF-ORDER TO WS-ALL-OUT-OF-ORDER
           ADD WS-TOT-OVER-TARGET TO WS-ALL-OVER-TARGET
           MOVE 0 TO WS-TOT-CYCLES
           MOVE 0 TO WS-TOT-STEPS
           MOVE 0 TO WS-TOT-SKIPPED
           MOVE 0 TO WS-TOT-REFUSED
           MOVE 0 TO WS-TOT-FAILED
           MOVE 0 TO WS-TOT-NOT-ENDED
           MOVE 0 TO WS-TOT-OUT-OF-ORDER
           MOVE 0 TO WS-TOT-OVER-TARGET.

      *    Month end is the last business day of the month - the
      *    next business day falls in another month.
       0150-CHECK-MONTH-END.
           MOVE FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               TO WS-TEST-INTEGER
           MOVE 0 TO WS-DAYS-TRIED
           MOVE "N" TO WS-IS-BUSINESS-DAY
           PERFORM 0155-TRY-NEXT-DAY
               UNTIL WS-IS-BUSINESS-DAY = "Y"
               OR WS-DAYS-TRIED >= 31
           IF WS-TEST-DATE(5:2) NOT = WS-REPORT-DATE(5:2)
              MOVE "Y" TO WS-MONTH-END
           END-IF.

       0155-TRY-NEXT-DAY.
           ADD 1 TO WS-TEST-INTEGER
           ADD 1 TO WS-DAYS-TRIED
           PERFORM 8500-TEST-BUSINESS-DAY.

      *****************************************************************
      *  CYCLES ON THE DATE
      *****************************************************************
       1000-FIND-LAST-CYCLE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
           MOVE WS-REPORT-DATE TO STEP-BUSINESS-DATE
           MOVE 0 TO STEP-CYCLE-NUMBER
           MOVE LOW-VALUES TO STEP-NAME
           START STEP-CONTROL-FILE KEY NOT < STEP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM 1100-CHECK-ONE-CYCLE
               UNTIL WS-EOF-FLAG = "Y".

       1100-CHECK-ONE-CYCLE.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF STEP-ENTITY-CODE NOT = WS-ENTITY-CODE
                      OR STEP-BUSINESS-DATE NOT = WS-REPORT-DATE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      IF STEP-CYCLE-NUMBER > WS-LAST-CYCLE
                         MOVE STEP-CYCLE-NUMBER TO WS-LAST-CYCLE
                      END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  ONE CYCLE
      *****************************************************************
       2000-REPORT-ONE-CYCLE.
           ADD 1 TO WS-RPT-CYCLE
           MOVE 0 TO WS-STEP-SUB
           PERFORM 2010-CLEAR-ONE-STEP
               UNTIL WS-STEP-SUB >= WS-CHAIN-COUNT
           MOVE 0 TO WS-STEPS-LOADED
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
           MOVE WS-REPORT-DATE TO STEP-BUSINESS-DATE
           MOVE WS-RPT-CYCLE TO STEP-CYCLE-NUMBER
           MOVE LOW-VALUES TO STEP-NAME
           START STEP-CONTROL-FILE KEY NOT < STEP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM 2100-LOAD-ONE-STEP
               UNTIL WS-EOF-FLAG = "Y"
           MOVE WS-RPT-CYCLE TO WS-RPT-CYC-CYCLE
           IF WS-STEPS-LOADED = 0
              MOVE "NO JOB STEPS RECORDED" TO WS-RPT-CYC-TEXT
              WRITE WINDOW-REPORT-LINE FROM WS-RPT-CYCLE-LINE
           ELSE
              PERFORM 2200-REPORT-LOADED-CYCLE
           END-IF.

       2010-CLEAR-ONE-STEP.
           ADD 1 TO WS-STEP-SUB
           MOVE "N" TO WS-STP-PRESENT(WS-STEP-SUB)
           MOVE "N" TO WS-STP-EXPECTED(WS-STEP-SUB)
           MOVE SPACE TO WS-STP-STATUS(WS-STEP-SUB)
           MOVE 0 TO WS-STP-START-TIME(WS-STEP-SUB)
           MOVE 0 TO WS-STP-END-TIME(WS-STEP-SUB)
           MOVE 0 TO WS-STP-START-SECS(WS-STEP-SUB)
           MOVE 0 TO WS-STP-END-SECS(WS-STEP-SUB)
           MOVE 0 TO WS-STP-RETURN-CODE(WS-STEP-SUB)
           MOVE 0 TO WS-STP-RECORDS-IN(WS-STEP-SUB)
           MOVE 0 TO WS-STP-RECORDS-OUT(WS-STEP-SUB)
           MOVE SPACES TO WS-STP-REASON(WS-STEP-SUB)
           MOVE SPACES TO WS-STP-WAITING-ON(WS-STEP-SUB).

       2100-LOAD-ONE-STEP.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF STEP-ENTITY-CODE NOT = WS-ENTITY-CODE
                      OR STEP-BUSINESS-DATE NOT = WS-REPORT-DATE
                      OR STEP-CYCLE-NUMBER NOT = WS-RPT-CYCLE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      MOVE STEP-NAME TO WS-SEEK-NAME
                      PERFORM 8100-FIND-CHAIN-ENTRY
                      IF WS-CHAIN-FOUND = "Y"
                         PERFORM 2110-STORE-STEP
                      END-IF
                   END-IF
           END-READ.

       2110-STORE-STEP.
           ADD 1 TO WS-STEPS-LOADED
           MOVE WS-CHAIN-SUB TO WS-STEP-SUB
           MOVE "Y" TO WS-STP-PRESENT(WS-STEP-SUB)
           MOVE STEP-STATUS TO WS-STP-STATUS(WS-STEP-SUB)
           MOVE STEP-START-TIME TO WS-STP-START-TIME(WS-STEP-SUB)
           MOVE STEP-END-TIME TO WS-STP-END-TIME(WS-STEP-SUB)
           MOVE STEP-RETURN-CODE TO WS-STP-RETURN-CODE(WS-STEP-SUB)
           MOVE STEP-RECORDS-IN TO WS-STP-RECORDS-IN(WS-STEP-SUB)
           MOVE STEP-RECORDS-OUT TO WS-STP-RECORDS-OUT(WS-STEP-SUB)
           MOVE STEP-REFUSE-REASON TO WS-STP-REASON(WS-STEP-SUB)
           MOVE STEP-WAITING-ON TO WS-STP-WAITING-ON(WS-STEP-SUB)
           IF STEP-START-DATE NOT = 0
              MOVE STEP-START-DATE TO WS-SECS-DATE
              MOVE STEP-START-TIME TO WS-TIME-WORK
              PERFORM 8800-TIME-TO-SECONDS
              MOVE WS-SECS TO WS-STP-START-SECS(WS-STEP-SUB)
           END-IF
           IF STEP-END-DATE NOT = 0
              MOVE STEP-END-DATE TO WS-SECS-DATE
              MOVE STEP-END-TIME TO WS-TIME-WORK
              PERFORM 8800-TIME-TO-SECONDS
              MOVE WS-SECS TO WS-STP-END-SECS(WS-STEP-SUB)
           END-IF.

       2200-REPORT-LOADED-CYCLE.
           ADD 1 TO WS-TOT-CYCLES
           IF WS-STP-PRESENT(2) = "Y"
              MOVE "Y" TO WS-SPLIT-DAY
              MOVE "SPLIT INTO STREAMS" TO WS-RPT-CYC-TEXT
           ELSE
              MOVE "N" TO WS-SPLIT-DAY
              MOVE "SINGLE VOLUME" TO WS-RPT-CYC-TEXT
           END-IF
           PERFORM 2210-SET-EXPECTED-STEPS
           MOVE SPACES TO WS-RPT-MESSAGE
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-CYCLE-LINE
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           MOVE 0 TO WS-STEP-SUB
           PERFORM 2300-REPORT-ONE-STEP
               UNTIL WS-STEP-SUB >= WS-CHAIN-COUNT
           PERFORM 2400-REPORT-CRITICAL-PATH
           IF WS-RPT-CYCLE = WS-LAST-CYCLE
              PERFORM 2500-CHECK-WINDOW
           END-IF.

      *    A stream is expected only when TRANSPLIT left a record for
      *    it; GLPOST only after the date's last cycle at month end.
       2210-SET-EXPECTED-STEPS.
           IF WS-SPLIT-DAY = "Y"
              MOVE "Y" TO WS-STP-EXPECTED(2)
              MOVE WS-STP-PRESENT(4) TO WS-STP-EXPECTED(4)
              MOVE WS-STP-PRESENT(5) TO WS-STP-EXPECTED(5)
              MOVE WS-STP-PRESENT(6) TO WS-STP-EXPECTED(6)
              MOVE WS-STP-PRESENT(7) TO WS-STP-EXPECTED(7)
              MOVE "Y" TO WS-STP-EXPECTED(8)
           ELSE
              MOVE "Y" TO WS-STP-EXPECTED(1)
              MOVE "Y" TO WS-STP-EXPECTED(3)
           END-IF
           MOVE "Y" TO WS-STP-EXPECTED(9)
           MOVE "Y" TO WS-STP-EXPECTED(10)
           MOVE "Y" TO WS-STP-EXPECTED(11)
           IF WS-MONTH-END = "Y"
              AND WS-RPT-CYCLE = WS-LAST-CYCLE
              MOVE "Y" TO WS-STP-EXPECTED(12)
           END-IF.

      *****************************************************************
      *  ONE STEP
      *****************************************************************
       2300-REPORT-ONE-STEP.
           ADD 1 TO WS-STEP-SUB
           IF WS-STP-PRESENT(WS-STEP-SUB) = "Y"
              AND WS-STP-STATUS(WS-STEP-SUB) NOT = "P"
              PERFORM 2310-REPORT-RECORDED-STEP
           ELSE
              IF WS-STP-EXPECTED(WS-STEP-SUB) = "Y"
                 PERFORM 2350-REPORT-SKIPPED-STEP
              END-IF
           END-IF.

       2310-REPORT-RECORDED-STEP.
           ADD 1 TO WS-TOT-STEPS
           MOVE 0 TO WS-ELAPSED-MINUTES
           IF WS-STP-END-SECS(WS-STEP-SUB) >=
              WS-STP-START-SECS(WS-STEP-SUB)
              AND WS-STP-START-SECS(WS-STEP-SUB) > 0
              COMPUTE WS-ELAPSED-MINUTES ROUNDED =
                  (WS-STP-END-SECS(WS-STEP-SUB)
                   - WS-STP-START-SECS(WS-STEP-SUB)) / 60
           END-IF
           PERFORM 2320-FIND-PREDECESSOR-END
           PERFORM 2330-SET-STEP-NOTE
           MOVE WS-CHN-NAME(WS-STEP-SUB) TO WS-RPT-DTL-NAME
           MOVE WS-STP-STATUS(WS-STEP-SUB) TO WS-RPT-DTL-STATUS
           MOVE WS-STP-START-TIME(WS-STEP-SUB) TO WS-TIME-WORK
           PERFORM 8700-EDIT-TIME
           MOVE WS-TIME-EDIT TO WS-RPT-DTL-START
           IF WS-STP-END-SECS(WS-STEP-SUB) = 0
              MOVE SPACES TO WS-RPT-DTL-END
           ELSE
              MOVE WS-STP-END-TIME(WS-STEP-SUB) TO WS-TIME-WORK
              PERFORM 8700-EDIT-TIME
              MOVE WS-TIME-EDIT TO WS-RPT-DTL-END
           END-IF
           MOVE WS-ELAPSED-MINUTES TO WS-RPT-DTL-MINUTES
           MOVE WS-STP-TARGET(WS-STEP-SUB) TO WS-RPT-DTL-TARGET
           MOVE WS-STP-RETURN-CODE(WS-STEP-SUB) TO WS-RPT-DTL-RC
           MOVE WS-STP-RECORDS-IN(WS-STEP-SUB) TO WS-RPT-DTL-IN
           MOVE WS-STP-RECORDS-OUT(WS-STEP-SUB) TO WS-RPT-DTL-OUT
           MOVE WS-STEP-NOTE TO WS-RPT-DTL-NOTE
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-STP-STATUS(WS-STEP-SUB) = "X"
              MOVE WS-STP-REASON(WS-STEP-SUB) TO WS-RPT-RFS-REASON
              MOVE WS-STP-WAITING-ON(WS-STEP-SUB)
                  TO WS-RPT-RFS-WAITING-ON
              WRITE WINDOW-REPORT-LINE FROM WS-RPT-REFUSAL-LINE
           END-IF.

      *    When the step's predecessor - for STRMCONS, the split and
      *    every stream - last finished.  Zero when nothing before it
      *    in the chain has ended.
       2320-FIND-PREDECESSOR-END.
           MOVE 0 TO WS-PRED-END-SECS
           EVALUATE WS-STEP-SUB
               WHEN 3
                   MOVE 1 TO WS-PRED-SUB
                   PERFORM 2325-TAKE-LATER-END
               WHEN 4 THRU 7
                   MOVE 2 TO WS-PRED-SUB
                   PERFORM 2325-TAKE-LATER-END
               WHEN 8
                   MOVE 2 TO WS-PRED-SUB
                   PERFORM 2325-TAKE-LATER-END
                   MOVE 3 TO WS-PRED-SUB
                   PERFORM 2326-TAKE-STREAM-END
                       UNTIL WS-PRED-SUB >= 7
               WHEN 9
                   IF WS-SPLIT-DAY = "Y"
                      MOVE 8 TO WS-PRED-SUB
                   ELSE
                      MOVE 3 TO WS-PRED-SUB
                   END-IF
                   PERFORM 2325-TAKE-LATER-END
               WHEN 10 THRU 12
                   COMPUTE WS-PRED-SUB = WS-STEP-SUB - 1
                   PERFORM 2325-TAKE-LATER-END
           END-EVALUATE.

       2325-TAKE-LATER-END.
           IF WS-STP-END-SECS(WS-PRED-SUB) > WS-PRED-END-SECS
              MOVE WS-STP-END-SECS(WS-PRED-SUB) TO WS-PRED-END-SECS
           END-IF.

       2326-TAKE-STREAM-END.
           ADD 1 TO WS-PRED-SUB
           PERFORM 2325-TAKE-LATER-END.

      *    The worst thing about the step goes on its line; every
      *    condition found is counted in the totals.
       2330-SET-STEP-NOTE.
           MOVE SPACES TO WS-STEP-NOTE
           IF WS-STP-TARGET(WS-STEP-SUB) > 0
              AND WS-ELAPSED-MINUTES > WS-STP-TARGET(WS-STEP-SUB)
              MOVE "OVER TARGET" TO WS-STEP-NOTE
              ADD 1 TO WS-TOT-OVER-TARGET
           END-IF
           IF WS-PRED-END-SECS > 0
              AND WS-STP-START-SECS(WS-STEP-SUB) > 0
              AND WS-STP-START-SECS(WS-STEP-SUB) < WS-PRED-END-SECS
              MOVE "OUT OF ORDER" TO WS-STEP-NOTE
              ADD 1 TO WS-TOT-OUT-OF-ORDER
           END-IF
           EVALUATE WS-STP-STATUS(WS-STEP-SUB)
               WHEN "R"
                   MOVE "NOT ENDED" TO WS-STEP-NOTE
                   ADD 1 TO WS-TOT-NOT-ENDED
               WHEN "F"
                   MOVE "FAILED" TO WS-STEP-NOTE
                   ADD 1 TO WS-TOT-FAILED
               WHEN "X"
                   MOVE "REFUSED" TO WS-STEP-NOTE
                   ADD 1 TO WS-TOT-REFUSED
           END-EVALUATE.

       2350-REPORT-SKIPPED-STEP.
           ADD 1 TO WS-TOT-SKIPPED
           MOVE WS-CHN-NAME(WS-STEP-SUB) TO WS-RPT-NRN-NAME
           MOVE WS-STP-STATUS(WS-STEP-SUB) TO WS-RPT-NRN-STATUS
           IF WS-STP-PRESENT(WS-STEP-SUB) = "Y"
              MOVE "PENDING - NEVER STARTED" TO WS-RPT-NRN-TEXT
           ELSE
              MOVE "NO STEP RECORD" TO WS-RPT-NRN-TEXT
           END-IF
           MOVE "SKIPPED" TO WS-RPT-NRN-NOTE
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-NOT-RUN-LINE.

      *****************************************************************
      *  CRITICAL PATH
      *****************************************************************
      *    The chain is a line except where it fans out into streams;
      *    the path takes the stream that finished last.
       2400-REPORT-CRITICAL-PATH.
           MOVE 0 TO WS-PATH-COUNT
           IF WS-SPLIT-DAY = "Y"
              MOVE 2 TO WS-PRED-SUB
              PERFORM 2410-ADD-TO-PATH
              MOVE 0 TO WS-SLOW-STREAM-SUB
              MOVE 0 TO WS-PRED-END-SECS
              MOVE 3 TO WS-STEP-SUB
              PERFORM 2405-CHECK-SLOW-STREAM
                  UNTIL WS-STEP-SUB >= 7
              IF WS-SLOW-STREAM-SUB > 0
                 MOVE WS-SLOW-STREAM-SUB TO WS-PRED-SUB
                 PERFORM 2410-ADD-TO-PATH
              END-IF
              MOVE 8 TO WS-PRED-SUB
              PERFORM 2410-ADD-TO-PATH
           ELSE
              MOVE 1 TO WS-PRED-SUB
              PERFORM 2410-ADD-TO-PATH
              MOVE 3 TO WS-PRED-SUB
              PERFORM 2410-ADD-TO-PATH
           END-IF
           MOVE 9 TO WS-PRED-SUB
           PERFORM 2410-ADD-TO-PATH
           MOVE 10 TO WS-PRED-SUB
           PERFORM 2410-ADD-TO-PATH
           MOVE 11 TO WS-PRED-SUB
           PERFORM 2410-ADD-TO-PATH
           IF WS-STP-PRESENT(12) = "Y"
              OR WS-STP-EXPECTED(12) = "Y"
              MOVE 12 TO WS-PRED-SUB
              PERFORM 2410-ADD-TO-PATH
           END-IF
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-PATH-HEADER
           MOVE 0 TO WS-PATH-FIRST-START
           MOVE 0 TO WS-PATH-PRIOR-END
           MOVE 0 TO WS-PATH-LAST-END
           MOVE 0 TO WS-PATH-STEP-MINUTES
           MOVE 0 TO WS-PATH-WAIT-MINUTES
           MOVE 0 TO WS-PATH-SUB
           PERFORM 2420-REPORT-PATH-STEP
               UNTIL WS-PATH-SUB >= WS-PATH-COUNT
           MOVE 0 TO WS-CUMUL-MINUTES
           IF WS-PATH-LAST-END > WS-PATH-FIRST-START
              COMPUTE WS-CUMUL-MINUTES ROUNDED =
                  (WS-PATH-LAST-END - WS-PATH-FIRST-START) / 60
           END-IF
           MOVE WS-CUMUL-MINUTES TO WS-RPT-PTT-ELAPSED
           MOVE WS-PATH-STEP-MINUTES TO WS-RPT-PTT-STEPS
           MOVE WS-PATH-WAIT-MINUTES TO WS-RPT-PTT-WAITING
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-PATH-TOTAL-LINE.

       2405-CHECK-SLOW-STREAM.
           ADD 1 TO WS-STEP-SUB
           IF WS-STP-PRESENT(WS-STEP-SUB) = "Y"
              AND WS-STP-END-SECS(WS-STEP-SUB) >= WS-PRED-END-SECS
              MOVE WS-STP-END-SECS(WS-STEP-SUB) TO WS-PRED-END-SECS
              MOVE WS-STEP-SUB TO WS-SLOW-STREAM-SUB
           END-IF.

       2410-ADD-TO-PATH.
           ADD 1 TO WS-PATH-COUNT
           MOVE WS-PRED-SUB TO WS-PATH-STEP(WS-PATH-COUNT).

      *    Wait is the gap between the step before it on the path
      *    ending and this one starting; cumulative runs from the
      *    first start on the path to this step's end.
       2420-REPORT-PATH-STEP.
           ADD 1 TO WS-PATH-SUB
           MOVE WS-PATH-STEP(WS-PATH-SUB) TO WS-STEP-SUB
           MOVE WS-CHN-NAME(WS-STEP-SUB) TO WS-RPT-PTH-NAME
           MOVE 0 TO WS-ELAPSED-MINUTES
           MOVE 0 TO WS-WAIT-MINUTES
           MOVE 0 TO WS-CUMUL-MINUTES
           MOVE SPACES TO WS-RPT-PTH-NOTE
           IF WS-STP-START-SECS(WS-STEP-SUB) = 0
              MOVE "NOT RUN" TO WS-RPT-PTH-NOTE
           ELSE
              IF WS-PATH-FIRST-START = 0
                 MOVE WS-STP-START-SECS(WS-STEP-SUB)
                     TO WS-PATH-FIRST-START
              END-IF
              IF WS-PATH-PRIOR-END > 0
                 AND WS-STP-START-SECS(WS-STEP-SUB) >
                     WS-PATH-PRIOR-END
                 COMPUTE WS-WAIT-MINUTES ROUNDED =
                     (WS-STP-START-SECS(WS-STEP-SUB)
                      - WS-PATH-PRIOR-END) / 60
              END-IF
              IF WS-STP-END-SECS(WS-STEP-SUB) >=
                 WS-STP-START-SECS(WS-STEP-SUB)
                 COMPUTE WS-ELAPSED-MINUTES ROUNDED =
                     (WS-STP-END-SECS(WS-STEP-SUB)
                      - WS-STP-START-SECS(WS-STEP-SUB)) / 60
                 COMPUTE WS-CUMUL-MINUTES ROUNDED =
                     (WS-STP-END-SECS(WS-STEP-SUB)
                      - WS-PATH-FIRST-START) / 60
                 MOVE WS-STP-END-SECS(WS-STEP-SUB)
                     TO WS-PATH-PRIOR-END
                 MOVE WS-STP-END-SECS(WS-STEP-SUB)
                     TO WS-PATH-LAST-END
              ELSE
                 MOVE "NOT ENDED" TO WS-RPT-PTH-NOTE
              END-IF
              ADD WS-ELAPSED-MINUTES TO WS-PATH-STEP-MINUTES
              ADD WS-WAIT-MINUTES TO WS-PATH-WAIT-MINUTES
           END-IF
           MOVE WS-ELAPSED-MINUTES TO WS-RPT-PTH-MINUTES
           MOVE WS-WAIT-MINUTES TO WS-RPT-PTH-WAIT
           MOVE WS-CUMUL-MINUTES TO WS-RPT-PTH-CUMUL
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-PATH-LINE.

      *****************************************************************
      *  BATCH WINDOW
      *****************************************************************
      *    The night's run is the date's last cycle - it is measured
      *    from its first step starting to its last step ending.
       2500-CHECK-WINDOW.
           MOVE 0 TO WS-CYCLE-FIRST-START
           MOVE 0 TO WS-CYCLE-LAST-END
           MOVE 0 TO WS-STEP-SUB
           PERFORM 2510-SPAN-ONE-STEP
               UNTIL WS-STEP-SUB >= WS-CHAIN-COUNT
           MOVE WS-WINDOW-START TO WS-RPT-WIN-START
           MOVE WS-WINDOW-MINUTES TO WS-RPT-WIN-MINUTES
           MOVE WS-CYCLE-FIRST-TIME TO WS-TIME-WORK
           PERFORM 8700-EDIT-TIME
           MOVE WS-TIME-EDIT TO WS-RPT-WIN-FIRST
           MOVE WS-CYCLE-LAST-TIME TO WS-TIME-WORK
           PERFORM 8700-EDIT-TIME
           MOVE WS-TIME-EDIT TO WS-RPT-WIN-LAST
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-WINDOW-LINE
           IF WS-CYCLE-FIRST-START > 0
              AND WS-CYCLE-FIRST-START < WS-WINDOW-OPEN-SECS
              COMPUTE WS-WINDOW-DIFF-MINUTES ROUNDED =
                  (WS-WINDOW-OPEN-SECS - WS-CYCLE-FIRST-START) / 60
              MOVE "FIRST STEP STARTED BEFORE WINDOW BY"
                  TO WS-RPT-WRS-TEXT
              MOVE WS-WINDOW-DIFF-MINUTES TO WS-RPT-WRS-MINUTES
              WRITE WINDOW-REPORT-LINE FROM WS-RPT-WINDOW-RESULT-LINE
           END-IF
           IF WS-CYCLE-LAST-END > WS-WINDOW-CLOSE-SECS
              COMPUTE WS-WINDOW-DIFF-MINUTES ROUNDED =
                  (WS-CYCLE-LAST-END - WS-WINDOW-CLOSE-SECS) / 60
              MOVE "*** OVERRUN - LAST STEP ENDED LATE BY"
                  TO WS-RPT-WRS-TEXT
              DISPLAY "BATCHWIN: BATCH WINDOW OVERRUN BY "
                  WS-WINDOW-DIFF-MINUTES " MINUTES FOR "
                  WS-REPORT-DATE " CYCLE " WS-RPT-CYCLE
           ELSE
              COMPUTE WS-WINDOW-DIFF-MINUTES ROUNDED =
                  (WS-WINDOW-CLOSE-SECS - WS-CYCLE-LAST-END) / 60
              MOVE "WITHIN WINDOW - MINUTES TO SPARE"
                  TO WS-RPT-WRS-TEXT
           END-IF
           MOVE WS-WINDOW-DIFF-MINUTES TO WS-RPT-WRS-MINUTES
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-WINDOW-RESULT-LINE.

       2510-SPAN-ONE-STEP.
           ADD 1 TO WS-STEP-SUB
           IF WS-STP-START-SECS(WS-STEP-SUB) > 0
              IF WS-CYCLE-FIRST-START = 0
                 OR WS-STP-START-SECS(WS-STEP-SUB) <
                    WS-CYCLE-FIRST-START
                 MOVE WS-STP-START-SECS(WS-STEP-SUB)
                     TO WS-CYCLE-FIRST-START
                 MOVE WS-STP-START-TIME(WS-STEP-SUB)
                     TO WS-CYCLE-FIRST-TIME
              END-IF
           END-IF
           IF WS-STP-END-SECS(WS-STEP-SUB) > WS-CYCLE-LAST-END
              MOVE WS-STP-END-SECS(WS-STEP-SUB) TO WS-CYCLE-LAST-END
              MOVE WS-STP-END-TIME(WS-STEP-SUB) TO WS-CYCLE-LAST-TIME
           END-IF.

      *****************************************************************
      *  COMMON ROUTINES
      *****************************************************************
       8100-FIND-CHAIN-ENTRY.
           MOVE "N" TO WS-CHAIN-FOUND
           MOVE 0 TO WS-CHAIN-SUB
           PERFORM 8110-SCAN-ONE-CHAIN-ENTRY
               UNTIL WS-CHAIN-FOUND = "Y"
               OR WS-CHAIN-SUB >= WS-CHAIN-COUNT.

       8110-SCAN-ONE-CHAIN-ENTRY.
           ADD 1 TO WS-CHAIN-SUB
           IF WS-CHN-NAME(WS-CHAIN-SUB) = WS-SEEK-NAME
              MOVE "Y" TO WS-CHAIN-FOUND
           END-IF.

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

       8700-EDIT-TIME.
           MOVE WS-TIME-HH TO WS-TED-HH
           MOVE WS-TIME-MM TO WS-TED-MM
           MOVE WS-TIME-SS TO WS-TED-SS.

       8800-TIME-TO-SECONDS.
           COMPUTE WS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-SECS-DATE) * 86400
               + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.

      *    The installation totals go out through the same lines
      *    as each entity's.
       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-MESSAGE
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           MOVE "ENTITIES REPORTED......." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE WS-ALL-CYCLES TO WS-TOT-CYCLES
           MOVE WS-ALL-STEPS TO WS-TOT-STEPS
           MOVE WS-ALL-SKIPPED TO WS-TOT-SKIPPED
           MOVE WS-ALL-REFUSED TO WS-TOT-REFUSED
           MOVE WS-ALL-FAILED TO WS-TOT-FAILED
           MOVE WS-ALL-NOT-ENDED TO WS-TOT-NOT-ENDED
           MOVE WS-ALL-OUT-OF-ORDER TO WS-TOT-OUT-OF-ORDER
           MOVE WS-ALL-OVER-TARGET TO WS-TOT-OVER-TARGET
           PERFORM 9050-WRITE-STEP-TOTALS
           IF WS-STEP-CONTROL-OPEN = "Y"
              CLOSE STEP-CONTROL-FILE
           END-IF
           IF WS-BUSCAL-OPEN = "Y"
              CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           CLOSE WINDOW-REPORT-FILE.

       9050-WRITE-STEP-TOTALS.
           MOVE "CYCLES REPORTED........." TO WS-RPT-TOT-LABEL
           MOVE WS-TOT-CYCLES TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "STEPS RECORDED.........." TO WS-RPT-TOT-LABEL
           MOVE WS-TOT-STEPS TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "STEPS SKIPPED..........." TO WS-RPT-TOT-LABEL
           MOVE WS-TOT-SKIPPED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "STEPS OUT OF ORDER......" TO WS-RPT-TOT-LABEL
           MOVE WS-TOT-OUT-OF-ORDER TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "STEPS REFUSED..........." TO WS-RPT-TOT-LABEL
           MOVE WS-TOT-REFUSED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "STEPS FAILED............" TO WS-RPT-TOT-LABEL
           MOVE WS-TOT-FAILED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "STEPS NOT ENDED........." TO WS-RPT-TOT-LABEL
           MOVE WS-TOT-NOT-ENDED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "STEPS OVER TARGET......." TO WS-RPT-TOT-LABEL
           MOVE WS-TOT-OVER-TARGET TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL.

       9100-WRITE-TOTAL.
           WRITE WINDOW-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
