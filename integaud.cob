       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGAUD.
      *****************************************************************
      *  Internal integrity audit - cross-foots the counter system's
      *  own files against each other and lists every disagreement
      *  on INTEGAUD.REPORT.  BALCHECK proves the counters against
      *  the upstream control totals; this job proves that our files
      *  still tell one story, so a file restored from the wrong
      *  backup or a step rerun by hand shows up as a break the next
      *  morning instead of at year-end.  Four checks:
      *    1. Outstanding decrements - each counter's
      *       CNTR-OUTSTANDING-DEC against the running net of its
      *       DEFR (up) and POST (down) records on ADJREJ.ARCHIVE and
      *       ADJUST.REJECTS.  Each ledger record also carries the
      *       balance it left, so a record missing from the middle of
      *       the ledger shows as a GAP where the chain breaks.
      *    2. Registry against run history - the TRANID.REGISTRY
      *       entries each run posted ("P", "R" once reversed later,
      *       and "V" for the reversals it accepted, which BUGSOLUTION
      *       counts as accepted too) against RUNH-ACCEPT-COUNT.  On a
      *       split day the streams post under their own run-ids and
      *       RUN.HISTORY carries only the consolidated one, so a run
      *       with no entries of its own is proved against the
      *       entries of its date and cycle that no other run claims.
      *       Registry entries no run claims are breaks of their own.
      *    3. Value accumulators - each counter's CNTR-VALUE-ACCUM
      *       minus its GLPOST.BASE baseline against the net value
      *       COUNTER.ACTIVITY shows it posting since the baseline
      *       date, and the total over all counters against the
      *       RUNH-RUN-VALUE of every run since the baseline date -
      *       the movement the next GL posting will send.
      *    4. Manual adjustments - every ADJ on ADJHIST.ARCHIVE and
      *       ADJUST.HISTORY against the value its counter area held
      *       next: the old value of the next ADJ to the same area,
      *       the value the first item of the next run found in the
      *       posting journal, or, when nothing has touched it since,
      *       the area on COUNTER.STATE today.  An ADJ keyed on the
      *       same date and cycle as a run is placed after that run
      *       when its old value is the one the run left behind.
      *  Checks 1 and 3 use the whole of their files - a running net
      *  or a baseline has no window.  Checks 2 and 4 (and the GAP
      *  lines of check 1) look back INTEGAUD.PARM business days
      *  from the open business date, default 5; zero audits
      *  everything still on file.  Runs older than the oldest entry
      *  left on the registry are outside its retention and are
      *  counted, not audited.
      *  Every entity on BUSDATE.CTL is audited in turn, each from its
      *  own business date and matching only its own records, with
      *  its totals after its checks and the installation's at the
      *  end.
      *  The job ends with return code 4 when it finds any break.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-PARM-FILE ASSIGN TO "INTEGAUD.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-DATE
               FILE STATUS WS-BUSCAL-STATUS.

           SELECT COUNTER-STATE-FILE ASSIGN TO "COUNTER.STATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNTR-KEY
               FILE STATUS WS-COUNTER-STATE-STATUS.

           SELECT ADJUST-REJECTS-FILE ASSIGN TO "ADJUST.REJECTS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADJ-REJECT-STATUS.

           SELECT ADJREJ-ARCHIVE-FILE ASSIGN TO "ADJREJ.ARCHIVE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADJR-ARCHIVE-STATUS.

           SELECT TRANID-REGISTRY-FILE ASSIGN TO "TRANID.REGISTRY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRID-KEY
               FILE STATUS WS-REGISTRY-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUN.HISTORY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RUNH-KEY
               FILE STATUS WS-RUN-HISTORY-STATUS.

           SELECT GL-BASE-FILE ASSIGN TO "GLPOST.BASE"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GL-BASE-STATUS.

           SELECT COUNTER-ACTIVITY-FILE ASSIGN TO "COUNTER.ACTIVITY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CACT-KEY
               FILE STATUS WS-ACTIVITY-STATUS.

           SELECT ADJUST-HISTORY-FILE ASSIGN TO "ADJUST.HISTORY"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADJ-HISTORY-STATUS.

           SELECT ADJHIST-ARCHIVE-FILE ASSIGN TO "ADJHIST.ARCHIVE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADJH-ARCHIVE-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTING.JOURNAL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-JOURNAL-STATUS.

           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JOURNAL.ARCHIVE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-JRNL-ARCHIVE-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "INTEGAUD.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-AUDIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-PARM-FILE.
       01  AUDIT-PARM-RECORD.
      *        Business days to look back; "000" - everything on file.
           05  PARM-LOOKBACK-DAYS         PIC X(3).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  BUSINESS-CALENDAR-FILE.
       COPY BUSCAL.

       FD  COUNTER-STATE-FILE.
       COPY CNTRSTAT.

       FD  ADJUST-REJECTS-FILE.
       COPY ADJREJ.

       FD  ADJREJ-ARCHIVE-FILE.
       01  ADJR-ARCHIVE-RECORD            PIC X(85).

       FD  TRANID-REGISTRY-FILE.
       COPY TRANREG.

       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  GL-BASE-FILE.
       COPY GLBASE.

       FD  COUNTER-ACTIVITY-FILE.
       COPY CNTRACT.

       FD  ADJUST-HISTORY-FILE.
       COPY ADJHIST.

       FD  ADJHIST-ARCHIVE-FILE.
       01  ADJH-ARCHIVE-RECORD            PIC X(60).

       FD  POSTING-JOURNAL-FILE.
       COPY PSTJRNL.

       FD  JOURNAL-ARCHIVE-FILE.
       01  PJRN-ARCHIVE-RECORD            PIC X(127).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                 PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSCAL-STATUS               PIC XX VALUE SPACES.
       01  WS-COUNTER-STATE-STATUS        PIC XX VALUE SPACES.
       01  WS-ADJ-REJECT-STATUS           PIC XX VALUE SPACES.
       01  WS-ADJR-ARCHIVE-STATUS         PIC XX VALUE SPACES.
       01  WS-REGISTRY-STATUS             PIC XX VALUE SPACES.
       01  WS-RUN-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-GL-BASE-STATUS              PIC XX VALUE SPACES.
       01  WS-ACTIVITY-STATUS             PIC XX VALUE SPACES.
       01  WS-ADJ-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-ADJH-ARCHIVE-STATUS         PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS              PIC XX VALUE SPACES.
       01  WS-JRNL-ARCHIVE-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSCAL-OPEN                 PIC X VALUE "N".
       01  WS-COUNTER-STATE-OPEN          PIC X VALUE "N".
       01  WS-ACTIVITY-OPEN               PIC X VALUE "N".
       01  WS-EOF-FLAG                    PIC X VALUE "N".
       01  WS-EOF-ACTIVITY                PIC X VALUE "N".
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-LOOKBACK-DAYS               PIC 9(3) VALUE 5.
       01  WS-AUDIT-FROM-DATE             PIC 9(8) VALUE 0.
       01  WS-DAYS-COUNTED                PIC 9(3) VALUE 0.

      *    Every entity on BUSDATE.CTL and its business date - with
      *    no file, one unnamed entity at the machine date.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-ENTITY-SUB                  PIC 9(3) VALUE 0.
       01  WS-ENTITY-COUNT                PIC 9(3) VALUE 0.
       01  WS-ENTITY-LIMIT                PIC 9(3) VALUE 100.
       01  WS-ENTITY-TABLE.
           05  WS-ENTITY-ENTRY OCCURS 100 TIMES.
               10  WS-ENT-CODE            PIC X(3).
               10  WS-ENT-BUSINESS-DATE   PIC 9(8).

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

      *    Check 1 - the deferred-decrement ledger, one entry per
      *    counter seen on it.
       01  WS-LDG-SUB                     PIC 9(3) VALUE 0.
       01  WS-LDG-COUNT                   PIC 9(3) VALUE 0.
       01  WS-LDG-LIMIT                   PIC 9(3) VALUE 200.
       01  WS-LDG-FOUND                   PIC X VALUE "N".
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 200 TIMES.
               10  WS-LDG-COUNTER-ID      PIC X(10).
      *            Sum of DEFR amounts less sum of POST amounts.
               10  WS-LDG-NET             PIC S9(9).
      *            Balance the last ledger record said it left.
               10  WS-LDG-BALANCE         PIC 9(7).
               10  WS-LDG-SEEN            PIC X(1).
       01  WS-LDG-EXPECTED                PIC S9(9) VALUE 0.
       01  WS-LDG-NET-WORK                PIC S9(9) VALUE 0.
       01  WS-LDG-DIFFERENCE              PIC S9(9) VALUE 0.

      *    Check 2 - registry entries per run, and the runs.
       01  WS-REG-SUB                     PIC 9(4) VALUE 0.
       01  WS-REG-COUNT                   PIC 9(4) VALUE 0.
       01  WS-REG-LIMIT                   PIC 9(4) VALUE 1000.
       01  WS-REG-FOUND                   PIC X VALUE "N".
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 1000 TIMES.
               10  WS-REG-DATE            PIC 9(8).
               10  WS-REG-CYCLE           PIC 9(2).
               10  WS-REG-RUN-ID          PIC X(8).
               10  WS-REG-ENTRIES         PIC 9(9).
               10  WS-REG-CLAIMED         PIC X(1).
       01  WS-REGISTRY-FLOOR              PIC 9(8) VALUE 0.
       01  WS-RHT-SUB                     PIC 9(4) VALUE 0.
       01  WS-RHT-COUNT                   PIC 9(4) VALUE 0.
       01  WS-RHT-LIMIT                   PIC 9(4) VALUE 1000.
       01  WS-RHT-TABLE.
           05  WS-RHT-ENTRY OCCURS 1000 TIMES.
               10  WS-RHT-DATE            PIC 9(8).
               10  WS-RHT-RUN-ID          PIC X(8).
               10  WS-RHT-CYCLE           PIC 9(2).
               10  WS-RHT-ACCEPT-COUNT    PIC 9(9).
      *            Registry entries found under its own run-id.
               10  WS-RHT-OWN-ENTRIES     PIC 9(9).
       01  WS-FOLDED-ENTRIES              PIC 9(9) VALUE 0.
       01  WS-RUN-DIFFERENCE              PIC S9(9) VALUE 0.
       01  WS-RUNS-BEFORE-FLOOR           PIC 9(7) VALUE 0.

      *    Check 3 - baselines from the last GL posting.
       01  WS-BASE-SUB                    PIC 9(3) VALUE 0.
       01  WS-BASE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-BASE-LIMIT                  PIC 9(3) VALUE 200.
       01  WS-BASE-FOUND                  PIC X VALUE "N".
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY OCCURS 200 TIMES.
               10  WS-BAS-COUNTER-ID      PIC X(10).
               10  WS-BAS-VALUE-ACCUM     PIC S9(11)V99.
               10  WS-BAS-THRU-DATE       PIC 9(8).
       01  WS-BASE-VALUE                  PIC S9(11)V99 VALUE 0.
       01  WS-BASE-DATE                   PIC 9(8) VALUE 0.
       01  WS-BASELINE-THRU-DATE          PIC 9(8) VALUE 0.
       01  WS-MOVEMENT                    PIC S9(12)V99 VALUE 0.
       01  WS-ACTIVITY-NET                PIC S9(12)V99 VALUE 0.
       01  WS-VALUE-DIFFERENCE            PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-MOVEMENT              PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-RUN-VALUE             PIC S9(13)V99 VALUE 0.

      *    Check 4 - manual adjustments in the window, the counters
      *    they touched, and each of those counters' runs from the
      *    posting journal.  Order keys are date, cycle and a phase
      *    digit - 0 an ADJ ahead of the cycle's run, 1 the run,
      *    2 an ADJ after it.
       01  WS-ADJ-SUB                     PIC 9(3) VALUE 0.
       01  WS-ADJ-NEXT-SUB                PIC 9(3) VALUE 0.
       01  WS-ADJ-COUNT                   PIC 9(3) VALUE 0.
       01  WS-ADJ-LIMIT                   PIC 9(3) VALUE 500.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 500 TIMES.
               10  WS-ADJ-COUNTER-ID      PIC X(10).
               10  WS-ADJ-AREA            PIC X(1).
               10  WS-ADJ-DATE            PIC 9(8).
               10  WS-ADJ-CYCLE           PIC 9(2).
               10  WS-ADJ-TIME            PIC 9(6).
               10  WS-ADJ-OLD-VALUE       PIC 9(5).
               10  WS-ADJ-NEW-VALUE       PIC 9(5).
               10  WS-ADJ-ORDER           PIC 9(11).
       01  WS-ADC-SUB                     PIC 9(3) VALUE 0.
       01  WS-ADC-COUNT                   PIC 9(3) VALUE 0.
       01  WS-ADC-LIMIT                   PIC 9(3) VALUE 200.
       01  WS-ADC-FOUND                   PIC X VALUE "N".
       01  WS-ADC-TABLE.
           05  WS-ADC-COUNTER-ID OCCURS 200 TIMES PIC X(10).
       01  WS-BLK-SUB                     PIC 9(4) VALUE 0.
       01  WS-BLK-COUNT                   PIC 9(4) VALUE 0.
       01  WS-BLK-LIMIT                   PIC 9(4) VALUE 2000.
       01  WS-BLK-FOUND                   PIC X VALUE "N".
       01  WS-BLK-DONE                    PIC X VALUE "N".
       01  WS-BLK-TABLE.
           05  WS-BLK-ENTRY OCCURS 2000 TIMES.
               10  WS-BLK-COUNTER-ID      PIC X(10).
               10  WS-BLK-DATE            PIC 9(8).
               10  WS-BLK-CYCLE           PIC 9(2).
               10  WS-BLK-FIRST-AREA-1    PIC 9(5).
               10  WS-BLK-FIRST-AREA-2    PIC 9(5).
               10  WS-BLK-LAST-AREA-1     PIC 9(5).
               10  WS-BLK-LAST-AREA-2     PIC 9(5).
               10  WS-BLK-ORDER           PIC 9(11).
       01  WS-RUN-KEY                     PIC 9(10) VALUE 0.
       01  WS-BLK-RUN-KEY                 PIC 9(10) VALUE 0.
       01  WS-LAST-AREA-VALUE             PIC 9(5) VALUE 0.
       01  WS-NEXT-ORDER                  PIC 9(11) VALUE 0.
       01  WS-NEXT-SOURCE                 PIC X(5) VALUE SPACES.
       01  WS-NEXT-VALUE                  PIC 9(5) VALUE 0.
       01  WS-NEXT-ADJ-FOUND              PIC X VALUE "N".

       01  WS-TABLE-FULL                  PIC X VALUE "N".
       01  WS-LEDGER-CHECKED              PIC 9(7) VALUE 0.
       01  WS-LEDGER-BREAKS               PIC 9(7) VALUE 0.
       01  WS-LEDGER-GAPS                 PIC 9(7) VALUE 0.
       01  WS-RUNS-CHECKED                PIC 9(7) VALUE 0.
       01  WS-RUN-BREAKS                  PIC 9(7) VALUE 0.
       01  WS-VALUE-CHECKED               PIC 9(7) VALUE 0.
       01  WS-VALUE-BREAKS                PIC 9(7) VALUE 0.
       01  WS-ADJ-CHECKED                 PIC 9(7) VALUE 0.
       01  WS-ADJ-BREAKS                  PIC 9(7) VALUE 0.
       01  WS-TOTAL-BREAKS                PIC 9(7) VALUE 0.
       01  WS-ALL-LEDGER-CHECKED          PIC 9(7) VALUE 0.
       01  WS-ALL-LEDGER-BREAKS           PIC 9(7) VALUE 0.
       01  WS-ALL-LEDGER-GAPS             PIC 9(7) VALUE 0.
       01  WS-ALL-RUNS-CHECKED            PIC 9(7) VALUE 0.
       01  WS-ALL-RUNS-BEFORE-FLOOR       PIC 9(7) VALUE 0.
       01  WS-ALL-RUN-BREAKS              PIC 9(7) VALUE 0.
       01  WS-ALL-VALUE-CHECKED           PIC 9(7) VALUE 0.
       01  WS-ALL-VALUE-BREAKS            PIC 9(7) VALUE 0.
       01  WS-ALL-ADJ-CHECKED             PIC 9(7) VALUE 0.
       01  WS-ALL-ADJ-BREAKS              PIC 9(7) VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(31) VALUE
               "INTEGRITY AUDIT  BUSINESS DATE ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(13) VALUE
               "  AUDIT FROM ".
           05  WS-RPT-HDR-FROM            PIC 9(8).
           05  FILLER                     PIC X(9) VALUE
               "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-ENTITY-TOTAL-LINE.
           05  FILLER                     PIC X(7) VALUE "ENTITY ".
           05  WS-RPT-ENT-TOT-CODE        PIC X(3).
           05  FILLER                     PIC X(7) VALUE " TOTALS".
       01  WS-RPT-MESSAGE-LINE.
           05  WS-RPT-MESSAGE             PIC X(80).
       01  WS-RPT-LEDGER-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RPT-LDG-COUNTER-ID      PIC X(10).
           05  FILLER                     PIC X(8) VALUE "  NET   ".
           05  WS-RPT-LDG-NET             PIC ZZZZZZZZ9-.
           05  FILLER                     PIC X(10) VALUE
               "  COUNTER ".
           05  WS-RPT-LDG-COUNTER         PIC ZZZZZZZZ9-.
           05  FILLER                     PIC X(7) VALUE "  DIFF ".
           05  WS-RPT-LDG-DIFF            PIC ZZZZZZZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-LDG-NOTE            PIC X(12).
       01  WS-RPT-GAP-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RPT-GAP-COUNTER-ID      PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-GAP-DATE            PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-GAP-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-GAP-TYPE            PIC X(4).
           05  FILLER                     PIC X(10) VALUE
               "  EXPECTS ".
           05  WS-RPT-GAP-EXPECTED        PIC ZZZZZZZZ9-.
           05  FILLER                     PIC X(10) VALUE
               "  RECORDS ".
           05  WS-RPT-GAP-RECORDED        PIC ZZZZZZ9.
           05  FILLER                     PIC X(5) VALUE "  GAP".
       01  WS-RPT-RUN-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RPT-RUN-DATE            PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-RUN-ID              PIC X(8).
           05  FILLER                     PIC X(5) VALUE " CYC ".
           05  WS-RPT-RUN-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(11) VALUE
               "  ACCEPTED ".
           05  WS-RPT-RUN-ACCEPTED        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11) VALUE
               "  REGISTRY ".
           05  WS-RPT-RUN-REGISTRY        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-RUN-NOTE            PIC X(12).
       01  WS-RPT-VALUE-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RPT-VAL-COUNTER-ID      PIC X(10).
           05  FILLER                     PIC X(6) VALUE " MOVE ".
           05  WS-RPT-VAL-MOVEMENT        PIC ZZZZZZZZZ9.99-.
           05  FILLER                     PIC X(10) VALUE
               " ACTIVITY ".
           05  WS-RPT-VAL-ACTIVITY        PIC ZZZZZZZZZ9.99-.
           05  FILLER                     PIC X(6) VALUE " DIFF ".
           05  WS-RPT-VAL-DIFF            PIC ZZZZZZZZZ9.99-.
       01  WS-RPT-AMOUNT-LINE.
           05  WS-RPT-AMT-LABEL           PIC X(36).
           05  WS-RPT-AMT-VALUE           PIC ZZZZZZZZZZZZ9.99-.
       01  WS-RPT-ADJ-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RPT-ADJ-COUNTER-ID      PIC X(10).
           05  FILLER                     PIC X(2) VALUE " A".
           05  WS-RPT-ADJ-AREA            PIC X(1).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-ADJ-DATE            PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-ADJ-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-ADJ-TIME            PIC 9(6).
           05  FILLER                     PIC X(5) VALUE "  TO ".
           05  WS-RPT-ADJ-NEW-VALUE       PIC ZZZZ9.
           05  FILLER                     PIC X(7) VALUE "  NEXT ".
           05  WS-RPT-ADJ-SOURCE          PIC X(5).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-ADJ-FOUND-VALUE     PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-ADJ-NOTE            PIC X(12).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(30).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           MOVE 0 TO WS-ENTITY-SUB
           PERFORM 0500-AUDIT-ONE-ENTITY
               UNTIL WS-ENTITY-SUB >= WS-ENTITY-COUNT
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0105-LOAD-ONE-ENTITY
                  UNTIL WS-EOF-BUSDATE = "Y"
                  OR WS-ENTITY-COUNT >= WS-ENTITY-LIMIT
              CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-ENTITY-COUNT = 0
              MOVE 1 TO WS-ENTITY-COUNT
              MOVE SPACES TO WS-ENT-CODE(1)
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ENT-BUSINESS-DATE(1)
           END-IF
           OPEN INPUT AUDIT-PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ AUDIT-PARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PARM-LOOKBACK-DAYS IS NUMERIC
                         MOVE PARM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                      END-IF
              END-READ
              CLOSE AUDIT-PARM-FILE
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-BUSCAL-STATUS = "00"
              MOVE "Y" TO WS-BUSCAL-OPEN
           END-IF
           OPEN INPUT COUNTER-STATE-FILE
           IF WS-COUNTER-STATE-STATUS = "00"
              MOVE "Y" TO WS-COUNTER-STATE-OPEN
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE.

       0105-LOAD-ONE-ENTITY.
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

       0110-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-TEST-INTEGER
           PERFORM 8500-TEST-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = "Y"
              ADD 1 TO WS-DAYS-COUNTED
           END-IF.

      *****************************************************************
      *  ONE ENTITY
      *****************************************************************
       0500-AUDIT-ONE-ENTITY.
           ADD 1 TO WS-ENTITY-SUB
           MOVE WS-ENT-CODE(WS-ENTITY-SUB) TO WS-ENTITY-CODE
           MOVE WS-ENT-BUSINESS-DATE(WS-ENTITY-SUB) TO WS-BUSINESS-DATE
           IF WS-LOOKBACK-DAYS = 0
              MOVE 0 TO WS-AUDIT-FROM-DATE
           ELSE
              MOVE FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                  TO WS-TEST-INTEGER
              MOVE 0 TO WS-DAYS-COUNTED
              PERFORM 0110-STEP-BACK-ONE-DAY
                  UNTIL WS-DAYS-COUNTED >= WS-LOOKBACK-DAYS
              MOVE WS-TEST-DATE TO WS-AUDIT-FROM-DATE
           END-IF
           IF WS-ENTITY-SUB > 1
              PERFORM 8900-WRITE-BLANK-LINE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-AUDIT-FROM-DATE TO WS-RPT-HDR-FROM
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-HEADER-1
           PERFORM 1000-AUDIT-DEFERRED-LEDGER
           PERFORM 2000-AUDIT-REGISTRY
           PERFORM 3000-AUDIT-VALUE-ACCUM
           PERFORM 4000-AUDIT-ADJUSTMENTS
           PERFORM 8900-WRITE-BLANK-LINE
           MOVE WS-ENTITY-CODE TO WS-RPT-ENT-TOT-CODE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-ENTITY-TOTAL-LINE
           PERFORM 9050-WRITE-AUDIT-TOTALS
           ADD WS-LEDGER-CHECKED TO WS-ALL-LEDGER-CHECKED
           ADD WS-LEDGER-BREAKS TO WS-ALL-LEDGER-BREAKS
           ADD WS-LEDGER-GAPS TO WS-ALL-LEDGER-GAPS
           ADD WS-RUNS-CHECKED TO WS-ALL-RUNS-CHECKED
           ADD WS-RUNS-BEFORE-FLOOR TO WS-ALL-RUNS-BEFORE-FLOOR
           ADD WS-RUN-BREAKS TO WS-ALL-RUN-BREAKS
           ADD WS-VALUE-CHECKED TO WS-ALL-VALUE-CHECKED
           ADD WS-VALUE-BREAKS TO WS-ALL-VALUE-BREAKS
           ADD WS-ADJ-CHECKED TO WS-ALL-ADJ-CHECKED
           ADD WS-ADJ-BREAKS TO WS-ALL-ADJ-BREAKS
           MOVE 0 TO WS-LEDGER-CHECKED
           MOVE 0 TO WS-LEDGER-BREAKS
           MOVE 0 TO WS-LEDGER-GAPS
           MOVE 0 TO WS-RUNS-CHECKED
           MOVE 0 TO WS-RUNS-BEFORE-FLOOR
           MOVE 0 TO WS-RUN-BREAKS
           MOVE 0 TO WS-VALUE-CHECKED
           MOVE 0 TO WS-VALUE-BREAKS
           MOVE 0 TO WS-ADJ-CHECKED
           MOVE 0 TO WS-ADJ-BREAKS.

      *****************************************************************
      *  CHECK 1 - OUTSTANDING DECREMENTS AGAINST THE LEDGER
      *****************************************************************
       1000-AUDIT-DEFERRED-LEDGER.
           PERFORM 8900-WRITE-BLANK-LINE
           MOVE "OUTSTANDING DECREMENTS - COUNTER.STATE AGAINST DEFR/POS
      -         "T LEDGER" TO WS-RPT-MESSAGE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           MOVE 0 TO WS-LDG-COUNT
           OPEN INPUT ADJREJ-ARCHIVE-FILE
           IF WS-ADJR-ARCHIVE-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 1010-READ-ONE-ARCH-LEDGER
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE ADJREJ-ARCHIVE-FILE
           END-IF
           OPEN INPUT ADJUST-REJECTS-FILE
           IF WS-ADJ-REJECT-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 1020-READ-ONE-LEDGER
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE ADJUST-REJECTS-FILE
           END-IF
           IF WS-COUNTER-STATE-OPEN = "Y"
              MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
              MOVE LOW-VALUES TO CNTR-COUNTER-ID
              MOVE "N" TO WS-EOF-FLAG
              START COUNTER-STATE-FILE KEY NOT < CNTR-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
              PERFORM 1200-CHECK-ONE-OUTSTANDING
                  UNTIL WS-EOF-FLAG = "Y"
           END-IF
           MOVE 0 TO WS-LDG-SUB
           PERFORM 1300-CHECK-UNSEEN-LEDGER
               UNTIL WS-LDG-SUB >= WS-LDG-COUNT.

       1010-READ-ONE-ARCH-LEDGER.
           READ ADJREJ-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE ADJR-ARCHIVE-RECORD
                       TO ADJUSTMENT-REJECT-RECORD
                   IF ADJR-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 1100-POST-LEDGER-RECORD
                   END-IF
           END-READ.

       1020-READ-ONE-LEDGER.
           READ ADJUST-REJECTS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF ADJR-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 1100-POST-LEDGER-RECORD
                   END-IF
           END-READ.

      *    A DEFR raises the balance by the deferred decrement, a POST
      *    lowers it by the amount worked off; either way the record
      *    states the balance it left, which must be where the chain
      *    from the previous record lands.
       1100-POST-LEDGER-RECORD.
           PERFORM 1110-FIND-LEDGER-ENTRY
           IF WS-LDG-FOUND = "Y"
              MOVE WS-LDG-BALANCE(WS-LDG-SUB) TO WS-LDG-EXPECTED
              EVALUATE ADJR-RECORD-TYPE
                  WHEN "DEFR"
                      ADD ADJR-DECREMENT-AMOUNT
                          TO WS-LDG-NET(WS-LDG-SUB)
                      ADD ADJR-DECREMENT-AMOUNT TO WS-LDG-EXPECTED
                  WHEN "POST"
                      SUBTRACT ADJR-POSTED-AMOUNT
                          FROM WS-LDG-NET(WS-LDG-SUB)
                      SUBTRACT ADJR-POSTED-AMOUNT
                          FROM WS-LDG-EXPECTED
              END-EVALUATE
              IF WS-LDG-EXPECTED NOT = ADJR-OUTSTANDING-AMT
                 AND ADJR-RUN-DATE >= WS-AUDIT-FROM-DATE
                 PERFORM 1150-WRITE-LEDGER-GAP
              END-IF
              MOVE ADJR-OUTSTANDING-AMT TO WS-LDG-BALANCE(WS-LDG-SUB)
           END-IF.

       1110-FIND-LEDGER-ENTRY.
           MOVE "N" TO WS-LDG-FOUND
           MOVE 0 TO WS-LDG-SUB
           PERFORM 1115-SCAN-ONE-LEDGER-ENTRY
               UNTIL WS-LDG-FOUND = "Y"
               OR WS-LDG-SUB >= WS-LDG-COUNT
           IF WS-LDG-FOUND = "N"
              IF WS-LDG-COUNT < WS-LDG-LIMIT
                 ADD 1 TO WS-LDG-COUNT
                 MOVE WS-LDG-COUNT TO WS-LDG-SUB
                 MOVE ADJR-COUNTER-ID TO WS-LDG-COUNTER-ID(WS-LDG-SUB)
                 MOVE 0 TO WS-LDG-NET(WS-LDG-SUB)
                 MOVE 0 TO WS-LDG-BALANCE(WS-LDG-SUB)
                 MOVE "N" TO WS-LDG-SEEN(WS-LDG-SUB)
                 MOVE "Y" TO WS-LDG-FOUND
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL
              END-IF
           END-IF.

       1115-SCAN-ONE-LEDGER-ENTRY.
           ADD 1 TO WS-LDG-SUB
           IF WS-LDG-COUNTER-ID(WS-LDG-SUB) = ADJR-COUNTER-ID
              MOVE "Y" TO WS-LDG-FOUND
           END-IF.

       1150-WRITE-LEDGER-GAP.
           ADD 1 TO WS-LEDGER-GAPS
           MOVE ADJR-COUNTER-ID TO WS-RPT-GAP-COUNTER-ID
           MOVE ADJR-RUN-DATE TO WS-RPT-GAP-DATE
           MOVE ADJR-CYCLE-NUMBER TO WS-RPT-GAP-CYCLE
           MOVE ADJR-RECORD-TYPE TO WS-RPT-GAP-TYPE
           MOVE WS-LDG-EXPECTED TO WS-RPT-GAP-EXPECTED
           MOVE ADJR-OUTSTANDING-AMT TO WS-RPT-GAP-RECORDED
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-GAP-LINE.

       1200-CHECK-ONE-OUTSTANDING.
           READ COUNTER-STATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF CNTR-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      PERFORM 1205-CHECK-COUNTER-OUTSTANDING
                   END-IF
           END-READ.

       1205-CHECK-COUNTER-OUTSTANDING.
           ADD 1 TO WS-LEDGER-CHECKED
           MOVE 0 TO WS-LDG-NET-WORK
           MOVE "N" TO WS-LDG-FOUND
           MOVE 0 TO WS-LDG-SUB
           PERFORM 1210-SCAN-FOR-COUNTER
               UNTIL WS-LDG-FOUND = "Y"
               OR WS-LDG-SUB >= WS-LDG-COUNT
           IF WS-LDG-FOUND = "Y"
              MOVE "Y" TO WS-LDG-SEEN(WS-LDG-SUB)
              MOVE WS-LDG-NET(WS-LDG-SUB) TO WS-LDG-NET-WORK
           END-IF
           IF WS-LDG-NET-WORK NOT = CNTR-OUTSTANDING-DEC
              MOVE CNTR-COUNTER-ID TO WS-RPT-LDG-COUNTER-ID
              MOVE CNTR-OUTSTANDING-DEC TO WS-RPT-LDG-COUNTER
              MOVE "DOES NOT TIE" TO WS-RPT-LDG-NOTE
              PERFORM 1250-WRITE-LEDGER-BREAK
           END-IF.

       1210-SCAN-FOR-COUNTER.
           ADD 1 TO WS-LDG-SUB
           IF WS-LDG-COUNTER-ID(WS-LDG-SUB) = CNTR-COUNTER-ID
              MOVE "Y" TO WS-LDG-FOUND
           END-IF.

       1250-WRITE-LEDGER-BREAK.
           ADD 1 TO WS-LEDGER-BREAKS
           MOVE WS-LDG-NET-WORK TO WS-RPT-LDG-NET
           COMPUTE WS-LDG-DIFFERENCE =
               WS-LDG-NET-WORK - CNTR-OUTSTANDING-DEC
           MOVE WS-LDG-DIFFERENCE TO WS-RPT-LDG-DIFF
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-LEDGER-LINE.

      *    A counter with a balance on the ledger but no record on
      *    COUNTER.STATE has lost its outstanding decrements.
       1300-CHECK-UNSEEN-LEDGER.
           ADD 1 TO WS-LDG-SUB
           IF WS-LDG-SEEN(WS-LDG-SUB) = "N"
              AND WS-LDG-NET(WS-LDG-SUB) NOT = 0
              MOVE WS-LDG-NET(WS-LDG-SUB) TO WS-LDG-NET-WORK
              MOVE 0 TO CNTR-OUTSTANDING-DEC
              MOVE WS-LDG-COUNTER-ID(WS-LDG-SUB)
                  TO WS-RPT-LDG-COUNTER-ID
              MOVE 0 TO WS-RPT-LDG-COUNTER
              MOVE "NOT ON FILE" TO WS-RPT-LDG-NOTE
              PERFORM 1250-WRITE-LEDGER-BREAK
           END-IF.

      *****************************************************************
      *  CHECK 2 - REGISTRY ENTRIES AGAINST RUN HISTORY
      *****************************************************************
       2000-AUDIT-REGISTRY.
           PERFORM 8900-WRITE-BLANK-LINE
           MOVE "REGISTRY ENTRIES POSTED - TRANID.REGISTRY AGAINST RUN.H
      -         "ISTORY" TO WS-RPT-MESSAGE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           MOVE 0 TO WS-REG-COUNT
           MOVE 99999999 TO WS-REGISTRY-FLOOR
           OPEN INPUT TRANID-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
              MOVE WS-ENTITY-CODE TO TRID-ENTITY-CODE
              MOVE LOW-VALUES TO TRID-TRAN-ID
              MOVE "N" TO WS-EOF-FLAG
              START TRANID-REGISTRY-FILE KEY NOT < TRID-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
              PERFORM 2010-READ-ONE-REGISTRY
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE TRANID-REGISTRY-FILE
           END-IF
           MOVE 0 TO WS-RHT-COUNT
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "00"
              MOVE WS-ENTITY-CODE TO RUNH-ENTITY-CODE
              MOVE WS-AUDIT-FROM-DATE TO RUNH-BUSINESS-DATE
              MOVE LOW-VALUES TO RUNH-RUN-ID
              MOVE "N" TO WS-EOF-FLAG
              START RUN-HISTORY-FILE KEY NOT < RUNH-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
              PERFORM 2100-LOAD-ONE-RUN
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE RUN-HISTORY-FILE
           END-IF
           MOVE 0 TO WS-RHT-SUB
           PERFORM 2200-MATCH-OWN-ENTRIES
               UNTIL WS-RHT-SUB >= WS-RHT-COUNT
           MOVE 0 TO WS-RHT-SUB
           PERFORM 2300-PROVE-ONE-RUN
               UNTIL WS-RHT-SUB >= WS-RHT-COUNT
           MOVE 0 TO WS-REG-SUB
           PERFORM 2400-CHECK-UNCLAIMED-ENTRIES
               UNTIL WS-REG-SUB >= WS-REG-COUNT.

      *    Held ids are kept whatever their age, so they do not mark
      *    how far back the registry still reaches.
       2010-READ-ONE-REGISTRY.
           READ TRANID-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF TRID-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      PERFORM 2015-NOTE-REGISTRY-ENTRY
                   END-IF
           END-READ.

       2015-NOTE-REGISTRY-ENTRY.
           IF TRID-STATUS NOT = "H"
              AND TRID-BUSINESS-DATE < WS-REGISTRY-FLOOR
              MOVE TRID-BUSINESS-DATE TO WS-REGISTRY-FLOOR
           END-IF
           IF (TRID-STATUS = "P" OR TRID-STATUS = "R"
               OR TRID-STATUS = "V")
              AND TRID-BUSINESS-DATE >= WS-AUDIT-FROM-DATE
              PERFORM 2020-COUNT-REGISTRY-ENTRY
           END-IF.

       2020-COUNT-REGISTRY-ENTRY.
           MOVE "N" TO WS-REG-FOUND
           MOVE 0 TO WS-REG-SUB
           PERFORM 2025-SCAN-ONE-RUN-GROUP
               UNTIL WS-REG-FOUND = "Y"
               OR WS-REG-SUB >= WS-REG-COUNT
           IF WS-REG-FOUND = "N"
              IF WS-REG-COUNT < WS-REG-LIMIT
                 ADD 1 TO WS-REG-COUNT
                 MOVE WS-REG-COUNT TO WS-REG-SUB
                 MOVE TRID-BUSINESS-DATE TO WS-REG-DATE(WS-REG-SUB)
                 MOVE TRID-CYCLE-NUMBER TO WS-REG-CYCLE(WS-REG-SUB)
                 MOVE TRID-RUN-ID TO WS-REG-RUN-ID(WS-REG-SUB)
                 MOVE 0 TO WS-REG-ENTRIES(WS-REG-SUB)
                 MOVE "N" TO WS-REG-CLAIMED(WS-REG-SUB)
                 MOVE "Y" TO WS-REG-FOUND
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL
              END-IF
           END-IF
           IF WS-REG-FOUND = "Y"
              ADD 1 TO WS-REG-ENTRIES(WS-REG-SUB)
           END-IF.

       2025-SCAN-ONE-RUN-GROUP.
           ADD 1 TO WS-REG-SUB
           IF WS-REG-DATE(WS-REG-SUB) = TRID-BUSINESS-DATE
              AND WS-REG-CYCLE(WS-REG-SUB) = TRID-CYCLE-NUMBER
              AND WS-REG-RUN-ID(WS-REG-SUB) = TRID-RUN-ID
              MOVE "Y" TO WS-REG-FOUND
           END-IF.

       2100-LOAD-ONE-RUN.
           READ RUN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF RUNH-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      PERFORM 2110-NOTE-ONE-RUN
                   END-IF
           END-READ.

       2110-NOTE-ONE-RUN.
           IF RUNH-BUSINESS-DATE < WS-REGISTRY-FLOOR
              ADD 1 TO WS-RUNS-BEFORE-FLOOR
           ELSE
              IF WS-RHT-COUNT < WS-RHT-LIMIT
                 ADD 1 TO WS-RHT-COUNT
                 MOVE RUNH-BUSINESS-DATE TO WS-RHT-DATE(WS-RHT-COUNT)
                 MOVE RUNH-RUN-ID TO WS-RHT-RUN-ID(WS-RHT-COUNT)
                 MOVE RUNH-CYCLE-NUMBER TO WS-RHT-CYCLE(WS-RHT-COUNT)
                 MOVE RUNH-ACCEPT-COUNT
                     TO WS-RHT-ACCEPT-COUNT(WS-RHT-COUNT)
                 MOVE 0 TO WS-RHT-OWN-ENTRIES(WS-RHT-COUNT)
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL
              END-IF
           END-IF.

      *    First every run claims the entries stamped with its own
      *    run-id, so the split-day fold below only sees entries no
      *    recorded run owns.
       2200-MATCH-OWN-ENTRIES.
           ADD 1 TO WS-RHT-SUB
           MOVE 0 TO WS-REG-SUB
           PERFORM 2210-CLAIM-OWN-GROUP
               UNTIL WS-REG-SUB >= WS-REG-COUNT.

       2210-CLAIM-OWN-GROUP.
           ADD 1 TO WS-REG-SUB
           IF WS-REG-DATE(WS-REG-SUB) = WS-RHT-DATE(WS-RHT-SUB)
              AND WS-REG-RUN-ID(WS-REG-SUB) = WS-RHT-RUN-ID(WS-RHT-SUB)
              ADD WS-REG-ENTRIES(WS-REG-SUB)
                  TO WS-RHT-OWN-ENTRIES(WS-RHT-SUB)
              MOVE "Y" TO WS-REG-CLAIMED(WS-REG-SUB)
           END-IF.

       2300-PROVE-ONE-RUN.
           ADD 1 TO WS-RHT-SUB
           ADD 1 TO WS-RUNS-CHECKED
           MOVE SPACES TO WS-RPT-RUN-NOTE
           IF WS-RHT-OWN-ENTRIES(WS-RHT-SUB) = 0
              MOVE 0 TO WS-FOLDED-ENTRIES
              MOVE 0 TO WS-REG-SUB
              PERFORM 2310-FOLD-STREAM-GROUP
                  UNTIL WS-REG-SUB >= WS-REG-COUNT
              MOVE WS-FOLDED-ENTRIES TO WS-RHT-OWN-ENTRIES(WS-RHT-SUB)
              IF WS-FOLDED-ENTRIES > 0
                 MOVE "STREAMS" TO WS-RPT-RUN-NOTE
              END-IF
           END-IF
           IF WS-RHT-OWN-ENTRIES(WS-RHT-SUB) NOT =
              WS-RHT-ACCEPT-COUNT(WS-RHT-SUB)
              ADD 1 TO WS-RUN-BREAKS
              MOVE WS-RHT-DATE(WS-RHT-SUB) TO WS-RPT-RUN-DATE
              MOVE WS-RHT-RUN-ID(WS-RHT-SUB) TO WS-RPT-RUN-ID
              MOVE WS-RHT-CYCLE(WS-RHT-SUB) TO WS-RPT-RUN-CYCLE
              MOVE WS-RHT-ACCEPT-COUNT(WS-RHT-SUB)
                  TO WS-RPT-RUN-ACCEPTED
              MOVE WS-RHT-OWN-ENTRIES(WS-RHT-SUB)
                  TO WS-RPT-RUN-REGISTRY
              IF WS-RPT-RUN-NOTE = SPACES
                 MOVE "DOES NOT TIE" TO WS-RPT-RUN-NOTE
              END-IF
              WRITE AUDIT-REPORT-LINE FROM WS-RPT-RUN-LINE
           END-IF.

       2310-FOLD-STREAM-GROUP.
           ADD 1 TO WS-REG-SUB
           IF WS-REG-CLAIMED(WS-REG-SUB) = "N"
              AND WS-REG-DATE(WS-REG-SUB) = WS-RHT-DATE(WS-RHT-SUB)
              AND WS-REG-CYCLE(WS-REG-SUB) = WS-RHT-CYCLE(WS-RHT-SUB)
              ADD WS-REG-ENTRIES(WS-REG-SUB) TO WS-FOLDED-ENTRIES
              MOVE "Y" TO WS-REG-CLAIMED(WS-REG-SUB)
           END-IF.

      *    Posted entries no run on RUN.HISTORY accounts for - the
      *    run's history record is missing or came off another day's
      *    backup.
       2400-CHECK-UNCLAIMED-ENTRIES.
           ADD 1 TO WS-REG-SUB
           IF WS-REG-CLAIMED(WS-REG-SUB) = "N"
              AND WS-REG-DATE(WS-REG-SUB) >= WS-REGISTRY-FLOOR
              ADD 1 TO WS-RUN-BREAKS
              MOVE WS-REG-DATE(WS-REG-SUB) TO WS-RPT-RUN-DATE
              MOVE WS-REG-RUN-ID(WS-REG-SUB) TO WS-RPT-RUN-ID
              MOVE WS-REG-CYCLE(WS-REG-SUB) TO WS-RPT-RUN-CYCLE
              MOVE 0 TO WS-RPT-RUN-ACCEPTED
              MOVE WS-REG-ENTRIES(WS-REG-SUB) TO WS-RPT-RUN-REGISTRY
              MOVE "NO RUN HIST" TO WS-RPT-RUN-NOTE
              WRITE AUDIT-REPORT-LINE FROM WS-RPT-RUN-LINE
           END-IF.

      *****************************************************************
      *  CHECK 3 - VALUE ACCUMULATORS AGAINST THE GL BASELINE
      *****************************************************************
       3000-AUDIT-VALUE-ACCUM.
           PERFORM 8900-WRITE-BLANK-LINE
           MOVE "VALUE ACCUMULATORS - MOVEMENT SINCE GLPOST.BASE AGAINST
      -         " ACTIVITY AND RUNS" TO WS-RPT-MESSAGE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           MOVE 0 TO WS-BASE-COUNT
           MOVE 0 TO WS-BASELINE-THRU-DATE
           MOVE 0 TO WS-TOTAL-MOVEMENT
           OPEN INPUT GL-BASE-FILE
           IF WS-GL-BASE-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 3010-LOAD-ONE-BASELINE
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE GL-BASE-FILE
           END-IF
           OPEN INPUT COUNTER-ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = "00"
              MOVE "Y" TO WS-ACTIVITY-OPEN
           END-IF
           IF WS-COUNTER-STATE-OPEN = "Y"
              MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
              MOVE LOW-VALUES TO CNTR-COUNTER-ID
              MOVE "N" TO WS-EOF-FLAG
              START COUNTER-STATE-FILE KEY NOT < CNTR-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
              PERFORM 3100-CHECK-ONE-ACCUMULATOR
                  UNTIL WS-EOF-FLAG = "Y"
           END-IF
           IF WS-ACTIVITY-OPEN = "Y"
              CLOSE COUNTER-ACTIVITY-FILE
           END-IF
           PERFORM 3300-TOTAL-UNPOSTED-RUNS
           COMPUTE WS-VALUE-DIFFERENCE =
               WS-TOTAL-MOVEMENT - WS-TOTAL-RUN-VALUE
           MOVE "  BASELINE CUT THRU................" TO WS-RPT-MESSAGE
           MOVE WS-BASELINE-THRU-DATE TO WS-RPT-MESSAGE(37:8)
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           MOVE "  TOTAL MOVEMENT SINCE BASELINE...."
               TO WS-RPT-AMT-LABEL
           MOVE WS-TOTAL-MOVEMENT TO WS-RPT-AMT-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           MOVE "  RUN.HISTORY VALUE SINCE BASELINE."
               TO WS-RPT-AMT-LABEL
           MOVE WS-TOTAL-RUN-VALUE TO WS-RPT-AMT-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           MOVE "  DIFFERENCE......................."
               TO WS-RPT-AMT-LABEL
           MOVE WS-VALUE-DIFFERENCE TO WS-RPT-AMT-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           IF WS-VALUE-DIFFERENCE NOT = 0
              ADD 1 TO WS-VALUE-BREAKS
              MOVE "  *** TOTAL MOVEMENT DOES NOT TIE TO RUN.HISTORY"
                  TO WS-RPT-MESSAGE
              WRITE AUDIT-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           END-IF.

       3010-LOAD-ONE-BASELINE.
           READ GL-BASE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF GLB-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 3015-NOTE-ONE-BASELINE
                   END-IF
           END-READ.

       3015-NOTE-ONE-BASELINE.
           IF WS-BASE-COUNT < WS-BASE-LIMIT
              ADD 1 TO WS-BASE-COUNT
              MOVE GLB-COUNTER-ID TO WS-BAS-COUNTER-ID(WS-BASE-COUNT)
              MOVE GLB-VALUE-ACCUM TO WS-BAS-VALUE-ACCUM(WS-BASE-COUNT)
              MOVE GLB-POSTED-THRU-DATE
                  TO WS-BAS-THRU-DATE(WS-BASE-COUNT)
              IF GLB-POSTED-THRU-DATE > WS-BASELINE-THRU-DATE
                 MOVE GLB-POSTED-THRU-DATE TO WS-BASELINE-THRU-DATE
              END-IF
           ELSE
              MOVE "Y" TO WS-TABLE-FULL
           END-IF.

      *    A counter never posted to the ledger has a zero baseline
      *    and all its activity counts.
       3100-CHECK-ONE-ACCUMULATOR.
           READ COUNTER-STATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF CNTR-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      PERFORM 3105-CHECK-COUNTER-ACCUMULATOR
                   END-IF
           END-READ.

       3105-CHECK-COUNTER-ACCUMULATOR.
           ADD 1 TO WS-VALUE-CHECKED
           PERFORM 3110-FIND-BASELINE
           COMPUTE WS-MOVEMENT = CNTR-VALUE-ACCUM - WS-BASE-VALUE
           ADD WS-MOVEMENT TO WS-TOTAL-MOVEMENT
           PERFORM 3200-SUM-COUNTER-ACTIVITY
           IF WS-MOVEMENT NOT = WS-ACTIVITY-NET
              ADD 1 TO WS-VALUE-BREAKS
              MOVE CNTR-COUNTER-ID TO WS-RPT-VAL-COUNTER-ID
              MOVE WS-MOVEMENT TO WS-RPT-VAL-MOVEMENT
              MOVE WS-ACTIVITY-NET TO WS-RPT-VAL-ACTIVITY
              COMPUTE WS-VALUE-DIFFERENCE =
                  WS-MOVEMENT - WS-ACTIVITY-NET
              MOVE WS-VALUE-DIFFERENCE TO WS-RPT-VAL-DIFF
              WRITE AUDIT-REPORT-LINE FROM WS-RPT-VALUE-LINE
           END-IF.

       3110-FIND-BASELINE.
           MOVE 0 TO WS-BASE-VALUE
           MOVE 0 TO WS-BASE-DATE
           MOVE "N" TO WS-BASE-FOUND
           MOVE 0 TO WS-BASE-SUB
           PERFORM 3115-SCAN-ONE-BASELINE
               UNTIL WS-BASE-FOUND = "Y"
               OR WS-BASE-SUB >= WS-BASE-COUNT
           IF WS-BASE-FOUND = "Y"
              MOVE WS-BAS-VALUE-ACCUM(WS-BASE-SUB) TO WS-BASE-VALUE
              MOVE WS-BAS-THRU-DATE(WS-BASE-SUB) TO WS-BASE-DATE
           END-IF.

       3115-SCAN-ONE-BASELINE.
           ADD 1 TO WS-BASE-SUB
           IF WS-BAS-COUNTER-ID(WS-BASE-SUB) = CNTR-COUNTER-ID
              MOVE "Y" TO WS-BASE-FOUND
           END-IF.

      *    Net value the counter's activity records show after its
      *    baseline date - positioned past the last cycle of that
      *    date.
       3200-SUM-COUNTER-ACTIVITY.
           MOVE 0 TO WS-ACTIVITY-NET
           IF WS-ACTIVITY-OPEN = "Y"
              MOVE WS-ENTITY-CODE TO CACT-ENTITY-CODE
              MOVE CNTR-COUNTER-ID TO CACT-COUNTER-ID
              MOVE WS-BASE-DATE TO CACT-BUSINESS-DATE
              MOVE 99 TO CACT-CYCLE-NUMBER
              MOVE "N" TO WS-EOF-ACTIVITY
              START COUNTER-ACTIVITY-FILE KEY > CACT-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-ACTIVITY
              END-START
              PERFORM 3210-ADD-ONE-ACTIVITY
                  UNTIL WS-EOF-ACTIVITY = "Y"
           END-IF.

       3210-ADD-ONE-ACTIVITY.
           READ COUNTER-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACTIVITY
               NOT AT END
                   IF CACT-ENTITY-CODE NOT = WS-ENTITY-CODE
                      OR CACT-COUNTER-ID NOT = CNTR-COUNTER-ID
                      MOVE "Y" TO WS-EOF-ACTIVITY
                   ELSE
                      ADD CACT-VALUE-POSTED TO WS-ACTIVITY-NET
                      SUBTRACT CACT-VALUE-REVERSED FROM WS-ACTIVITY-NET
                   END-IF
           END-READ.

       3300-TOTAL-UNPOSTED-RUNS.
           MOVE 0 TO WS-TOTAL-RUN-VALUE
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "00"
              MOVE WS-ENTITY-CODE TO RUNH-ENTITY-CODE
              MOVE WS-BASELINE-THRU-DATE TO RUNH-BUSINESS-DATE
              MOVE HIGH-VALUES TO RUNH-RUN-ID
              MOVE "N" TO WS-EOF-FLAG
              START RUN-HISTORY-FILE KEY > RUNH-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
              PERFORM 3310-ADD-ONE-RUN-VALUE
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE RUN-HISTORY-FILE
           END-IF.

       3310-ADD-ONE-RUN-VALUE.
           READ RUN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF RUNH-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      ADD RUNH-RUN-VALUE TO WS-TOTAL-RUN-VALUE
                   END-IF
           END-READ.

      *****************************************************************
      *  CHECK 4 - MANUAL ADJUSTMENTS AGAINST THE VALUE THAT FOLLOWED
      *****************************************************************
       4000-AUDIT-ADJUSTMENTS.
           PERFORM 8900-WRITE-BLANK-LINE
           MOVE "MANUAL ADJUSTMENTS - EACH ADJ AGAINST THE VALUE ITS ARE
      -         "A HELD NEXT" TO WS-RPT-MESSAGE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           MOVE 0 TO WS-ADJ-COUNT
           MOVE 0 TO WS-ADC-COUNT
           OPEN INPUT ADJHIST-ARCHIVE-FILE
           IF WS-ADJH-ARCHIVE-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 4010-READ-ONE-ARCH-ADJUSTMENT
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE ADJHIST-ARCHIVE-FILE
           END-IF
           OPEN INPUT ADJUST-HISTORY-FILE
           IF WS-ADJ-HISTORY-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 4020-READ-ONE-ADJUSTMENT
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE ADJUST-HISTORY-FILE
           END-IF
           MOVE 0 TO WS-BLK-COUNT
           IF WS-ADJ-COUNT > 0
              OPEN INPUT JOURNAL-ARCHIVE-FILE
              IF WS-JRNL-ARCHIVE-STATUS = "00"
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM 4110-READ-ONE-ARCH-JOURNAL
                     UNTIL WS-EOF-FLAG = "Y"
                 CLOSE JOURNAL-ARCHIVE-FILE
              END-IF
              OPEN INPUT POSTING-JOURNAL-FILE
              IF WS-JOURNAL-STATUS = "00"
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM 4120-READ-ONE-JOURNAL
                     UNTIL WS-EOF-FLAG = "Y"
                 CLOSE POSTING-JOURNAL-FILE
              END-IF
           END-IF
           MOVE 0 TO WS-ADJ-SUB
           PERFORM 4300-PLACE-ONE-ADJUSTMENT
               UNTIL WS-ADJ-SUB >= WS-ADJ-COUNT
           MOVE 0 TO WS-ADJ-SUB
           PERFORM 4400-TIE-ONE-ADJUSTMENT
               UNTIL WS-ADJ-SUB >= WS-ADJ-COUNT.

       4010-READ-ONE-ARCH-ADJUSTMENT.
           READ ADJHIST-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE ADJH-ARCHIVE-RECORD
                       TO ADJUSTMENT-HISTORY-RECORD
                   IF ADJH-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 4030-LOAD-ADJUSTMENT
                   END-IF
           END-READ.

       4020-READ-ONE-ADJUSTMENT.
           READ ADJUST-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF ADJH-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 4030-LOAD-ADJUSTMENT
                   END-IF
           END-READ.

       4030-LOAD-ADJUSTMENT.
           IF ADJH-ADJUST-DATE >= WS-AUDIT-FROM-DATE
              IF WS-ADJ-COUNT < WS-ADJ-LIMIT
                 ADD 1 TO WS-ADJ-COUNT
                 MOVE ADJH-COUNTER-ID
                     TO WS-ADJ-COUNTER-ID(WS-ADJ-COUNT)
                 MOVE ADJH-TARGET-AREA TO WS-ADJ-AREA(WS-ADJ-COUNT)
                 MOVE ADJH-ADJUST-DATE TO WS-ADJ-DATE(WS-ADJ-COUNT)
                 MOVE ADJH-CYCLE-NUMBER TO WS-ADJ-CYCLE(WS-ADJ-COUNT)
                 MOVE ADJH-ADJUST-TIME TO WS-ADJ-TIME(WS-ADJ-COUNT)
                 MOVE ADJH-OLD-VALUE TO WS-ADJ-OLD-VALUE(WS-ADJ-COUNT)
                 MOVE ADJH-NEW-VALUE TO WS-ADJ-NEW-VALUE(WS-ADJ-COUNT)
                 COMPUTE WS-ADJ-ORDER(WS-ADJ-COUNT) =
                     ADJH-ADJUST-DATE * 1000 + ADJH-CYCLE-NUMBER * 10
                 PERFORM 4040-NOTE-ADJUSTED-COUNTER
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL
              END-IF
           END-IF.

       4040-NOTE-ADJUSTED-COUNTER.
           MOVE "N" TO WS-ADC-FOUND
           MOVE 0 TO WS-ADC-SUB
           PERFORM 4045-SCAN-ONE-ADJUSTED-COUNTER
               UNTIL WS-ADC-FOUND = "Y"
               OR WS-ADC-SUB >= WS-ADC-COUNT
           IF WS-ADC-FOUND = "N"
              IF WS-ADC-COUNT < WS-ADC-LIMIT
                 ADD 1 TO WS-ADC-COUNT
                 MOVE ADJH-COUNTER-ID TO WS-ADC-COUNTER-ID(WS-ADC-COUNT)
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL
              END-IF
           END-IF.

       4045-SCAN-ONE-ADJUSTED-COUNTER.
           ADD 1 TO WS-ADC-SUB
           IF WS-ADC-COUNTER-ID(WS-ADC-SUB) = ADJH-COUNTER-ID
              MOVE "Y" TO WS-ADC-FOUND
           END-IF.

       4110-READ-ONE-ARCH-JOURNAL.
           READ JOURNAL-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE PJRN-ARCHIVE-RECORD TO POSTING-JOURNAL-RECORD
                   PERFORM 4200-NOTE-JOURNAL-RECORD
           END-READ.

       4120-READ-ONE-JOURNAL.
           READ POSTING-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM 4200-NOTE-JOURNAL-RECORD
           END-READ.

      *    Only counters someone adjusted in the window matter.  The
      *    journal is written in run order, so a run's entries sit at
      *    the end of the table and the search backs off as soon as
      *    it reaches an earlier run.
       4200-NOTE-JOURNAL-RECORD.
           IF PJRN-BUSINESS-DATE >= WS-AUDIT-FROM-DATE
              AND PJRN-ENTITY-CODE = WS-ENTITY-CODE
              MOVE "N" TO WS-ADC-FOUND
              MOVE 0 TO WS-ADC-SUB
              PERFORM 4210-SCAN-FOR-JOURNAL-COUNTER
                  UNTIL WS-ADC-FOUND = "Y"
                  OR WS-ADC-SUB >= WS-ADC-COUNT
              IF WS-ADC-FOUND = "Y"
                 PERFORM 4220-FIND-RUN-BLOCK
                 IF WS-BLK-FOUND = "Y"
                    MOVE PJRN-AREA-1-AFTER
                        TO WS-BLK-LAST-AREA-1(WS-BLK-SUB)
                    MOVE PJRN-AREA-2-AFTER
                        TO WS-BLK-LAST-AREA-2(WS-BLK-SUB)
                 ELSE
                    PERFORM 4230-ADD-RUN-BLOCK
                 END-IF
              END-IF
           END-IF.

       4210-SCAN-FOR-JOURNAL-COUNTER.
           ADD 1 TO WS-ADC-SUB
           IF WS-ADC-COUNTER-ID(WS-ADC-SUB) = PJRN-COUNTER-ID
              MOVE "Y" TO WS-ADC-FOUND
           END-IF.

       4220-FIND-RUN-BLOCK.
           MOVE "N" TO WS-BLK-FOUND
           MOVE "N" TO WS-BLK-DONE
           COMPUTE WS-RUN-KEY =
               PJRN-BUSINESS-DATE * 100 + PJRN-CYCLE-NUMBER
           MOVE WS-BLK-COUNT TO WS-BLK-SUB
           PERFORM 4225-SCAN-BACK-ONE-BLOCK
               UNTIL WS-BLK-FOUND = "Y"
               OR WS-BLK-DONE = "Y"
               OR WS-BLK-SUB = 0.

       4225-SCAN-BACK-ONE-BLOCK.
           COMPUTE WS-BLK-RUN-KEY =
               WS-BLK-DATE(WS-BLK-SUB) * 100 + WS-BLK-CYCLE(WS-BLK-SUB)
           IF WS-BLK-RUN-KEY < WS-RUN-KEY
              MOVE "Y" TO WS-BLK-DONE
           ELSE
              IF WS-BLK-RUN-KEY = WS-RUN-KEY
                 AND WS-BLK-COUNTER-ID(WS-BLK-SUB) = PJRN-COUNTER-ID
                 MOVE "Y" TO WS-BLK-FOUND
              ELSE
                 SUBTRACT 1 FROM WS-BLK-SUB
              END-IF
           END-IF.

       4230-ADD-RUN-BLOCK.
           IF WS-BLK-COUNT < WS-BLK-LIMIT
              ADD 1 TO WS-BLK-COUNT
              MOVE PJRN-COUNTER-ID TO WS-BLK-COUNTER-ID(WS-BLK-COUNT)
              MOVE PJRN-BUSINESS-DATE TO WS-BLK-DATE(WS-BLK-COUNT)
              MOVE PJRN-CYCLE-NUMBER TO WS-BLK-CYCLE(WS-BLK-COUNT)
              MOVE PJRN-AREA-1-BEFORE
                  TO WS-BLK-FIRST-AREA-1(WS-BLK-COUNT)
              MOVE PJRN-AREA-2-BEFORE
                  TO WS-BLK-FIRST-AREA-2(WS-BLK-COUNT)
              MOVE PJRN-AREA-1-AFTER
                  TO WS-BLK-LAST-AREA-1(WS-BLK-COUNT)
              MOVE PJRN-AREA-2-AFTER
                  TO WS-BLK-LAST-AREA-2(WS-BLK-COUNT)
              COMPUTE WS-BLK-ORDER(WS-BLK-COUNT) =
                  PJRN-BUSINESS-DATE * 1000
                  + PJRN-CYCLE-NUMBER * 10 + 1
           ELSE
              MOVE "Y" TO WS-TABLE-FULL
           END-IF.

      *    An ADJ keyed on the business date and cycle of a run on
      *    its counter came after the run when it found the area at
      *    the value the run left; otherwise it came before.
       4300-PLACE-ONE-ADJUSTMENT.
           ADD 1 TO WS-ADJ-SUB
           MOVE 0 TO WS-BLK-SUB
           MOVE "N" TO WS-BLK-FOUND
           PERFORM 4310-SCAN-SAME-CYCLE-BLOCK
               UNTIL WS-BLK-FOUND = "Y"
               OR WS-BLK-SUB >= WS-BLK-COUNT
           IF WS-BLK-FOUND = "Y"
              IF WS-ADJ-AREA(WS-ADJ-SUB) = "1"
                 MOVE WS-BLK-LAST-AREA-1(WS-BLK-SUB)
                     TO WS-LAST-AREA-VALUE
              ELSE
                 MOVE WS-BLK-LAST-AREA-2(WS-BLK-SUB)
                     TO WS-LAST-AREA-VALUE
              END-IF
              IF WS-ADJ-OLD-VALUE(WS-ADJ-SUB) = WS-LAST-AREA-VALUE
                 ADD 2 TO WS-ADJ-ORDER(WS-ADJ-SUB)
              END-IF
           END-IF.

       4310-SCAN-SAME-CYCLE-BLOCK.
           ADD 1 TO WS-BLK-SUB
           IF WS-BLK-COUNTER-ID(WS-BLK-SUB) =
              WS-ADJ-COUNTER-ID(WS-ADJ-SUB)
              AND WS-BLK-DATE(WS-BLK-SUB) = WS-ADJ-DATE(WS-ADJ-SUB)
              AND WS-BLK-CYCLE(WS-BLK-SUB) = WS-ADJ-CYCLE(WS-ADJ-SUB)
              MOVE "Y" TO WS-BLK-FOUND
           END-IF.

      *    What touched the area next: the next ADJ to the same area
      *    or the first later run on the counter, whichever comes
      *    first - failing both, the counter as it stands today.
       4400-TIE-ONE-ADJUSTMENT.
           ADD 1 TO WS-ADJ-SUB
           ADD 1 TO WS-ADJ-CHECKED
           MOVE 99999999999 TO WS-NEXT-ORDER
           MOVE "STATE" TO WS-NEXT-SOURCE
           MOVE 0 TO WS-NEXT-VALUE
           MOVE "N" TO WS-NEXT-ADJ-FOUND
           MOVE WS-ADJ-SUB TO WS-ADJ-NEXT-SUB
           PERFORM 4410-SCAN-NEXT-ADJUSTMENT
               UNTIL WS-NEXT-ADJ-FOUND = "Y"
               OR WS-ADJ-NEXT-SUB >= WS-ADJ-COUNT
           MOVE 0 TO WS-BLK-SUB
           PERFORM 4420-SCAN-NEXT-RUN-BLOCK
               UNTIL WS-BLK-SUB >= WS-BLK-COUNT
           MOVE SPACES TO WS-RPT-ADJ-NOTE
           IF WS-NEXT-SOURCE = "STATE"
              PERFORM 4430-READ-CURRENT-VALUE
           END-IF
           IF WS-NEXT-VALUE NOT = WS-ADJ-NEW-VALUE(WS-ADJ-SUB)
              OR WS-RPT-ADJ-NOTE NOT = SPACES
              ADD 1 TO WS-ADJ-BREAKS
              MOVE WS-ADJ-COUNTER-ID(WS-ADJ-SUB)
                  TO WS-RPT-ADJ-COUNTER-ID
              MOVE WS-ADJ-AREA(WS-ADJ-SUB) TO WS-RPT-ADJ-AREA
              MOVE WS-ADJ-DATE(WS-ADJ-SUB) TO WS-RPT-ADJ-DATE
              MOVE WS-ADJ-CYCLE(WS-ADJ-SUB) TO WS-RPT-ADJ-CYCLE
              MOVE WS-ADJ-TIME(WS-ADJ-SUB) TO WS-RPT-ADJ-TIME
              MOVE WS-ADJ-NEW-VALUE(WS-ADJ-SUB)
                  TO WS-RPT-ADJ-NEW-VALUE
              MOVE WS-NEXT-SOURCE TO WS-RPT-ADJ-SOURCE
              MOVE WS-NEXT-VALUE TO WS-RPT-ADJ-FOUND-VALUE
              IF WS-RPT-ADJ-NOTE = SPACES
                 MOVE "DOES NOT TIE" TO WS-RPT-ADJ-NOTE
              END-IF
              WRITE AUDIT-REPORT-LINE FROM WS-RPT-ADJ-LINE
           END-IF.

       4410-SCAN-NEXT-ADJUSTMENT.
           ADD 1 TO WS-ADJ-NEXT-SUB
           IF WS-ADJ-COUNTER-ID(WS-ADJ-NEXT-SUB) =
              WS-ADJ-COUNTER-ID(WS-ADJ-SUB)
              AND WS-ADJ-AREA(WS-ADJ-NEXT-SUB) = WS-ADJ-AREA(WS-ADJ-SUB)
              MOVE "Y" TO WS-NEXT-ADJ-FOUND
              MOVE WS-ADJ-ORDER(WS-ADJ-NEXT-SUB) TO WS-NEXT-ORDER
              MOVE "ADJ" TO WS-NEXT-SOURCE
              MOVE WS-ADJ-OLD-VALUE(WS-ADJ-NEXT-SUB) TO WS-NEXT-VALUE
           END-IF.

       4420-SCAN-NEXT-RUN-BLOCK.
           ADD 1 TO WS-BLK-SUB
           IF WS-BLK-COUNTER-ID(WS-BLK-SUB) =
              WS-ADJ-COUNTER-ID(WS-ADJ-SUB)
              AND WS-BLK-ORDER(WS-BLK-SUB) > WS-ADJ-ORDER(WS-ADJ-SUB)
              AND WS-BLK-ORDER(WS-BLK-SUB) < WS-NEXT-ORDER
              MOVE WS-BLK-ORDER(WS-BLK-SUB) TO WS-NEXT-ORDER
              MOVE "RUN" TO WS-NEXT-SOURCE
              IF WS-ADJ-AREA(WS-ADJ-SUB) = "1"
                 MOVE WS-BLK-FIRST-AREA-1(WS-BLK-SUB) TO WS-NEXT-VALUE
              ELSE
                 MOVE WS-BLK-FIRST-AREA-2(WS-BLK-SUB) TO WS-NEXT-VALUE
              END-IF
           END-IF.

       4430-READ-CURRENT-VALUE.
           IF WS-COUNTER-STATE-OPEN = "Y"
              MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
              MOVE WS-ADJ-COUNTER-ID(WS-ADJ-SUB) TO CNTR-COUNTER-ID
              READ COUNTER-STATE-FILE
                  INVALID KEY
                      MOVE "NOT ON FILE" TO WS-RPT-ADJ-NOTE
                  NOT INVALID KEY
                      IF WS-ADJ-AREA(WS-ADJ-SUB) = "1"
                         MOVE CNTR-AREA-1 TO WS-NEXT-VALUE
                      ELSE
                         MOVE CNTR-AREA-2 TO WS-NEXT-VALUE
                      END-IF
              END-READ
           ELSE
              MOVE "NOT ON FILE" TO WS-RPT-ADJ-NOTE
           END-IF.

      *****************************************************************
      *  COMMON ROUTINES
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

       8900-WRITE-BLANK-LINE.
           MOVE SPACES TO WS-RPT-MESSAGE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-MESSAGE-LINE.

       9000-TERMINATE.
           IF WS-TABLE-FULL = "Y"
              PERFORM 8900-WRITE-BLANK-LINE
              MOVE "*** A WORK TABLE FILLED - SOME RECORDS WERE NOT AUDI
      -            "TED" TO WS-RPT-MESSAGE
              WRITE AUDIT-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
              DISPLAY "INTEGAUD: WORK TABLE FULL - AUDIT INCOMPLETE"
           END-IF
           PERFORM 8900-WRITE-BLANK-LINE
           MOVE "ENTITIES AUDITED.............." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE WS-ALL-LEDGER-CHECKED TO WS-LEDGER-CHECKED
           MOVE WS-ALL-LEDGER-BREAKS TO WS-LEDGER-BREAKS
           MOVE WS-ALL-LEDGER-GAPS TO WS-LEDGER-GAPS
           MOVE WS-ALL-RUNS-CHECKED TO WS-RUNS-CHECKED
           MOVE WS-ALL-RUNS-BEFORE-FLOOR TO WS-RUNS-BEFORE-FLOOR
           MOVE WS-ALL-RUN-BREAKS TO WS-RUN-BREAKS
           MOVE WS-ALL-VALUE-CHECKED TO WS-VALUE-CHECKED
           MOVE WS-ALL-VALUE-BREAKS TO WS-VALUE-BREAKS
           MOVE WS-ALL-ADJ-CHECKED TO WS-ADJ-CHECKED
           MOVE WS-ALL-ADJ-BREAKS TO WS-ADJ-BREAKS
           PERFORM 9050-WRITE-AUDIT-TOTALS
           IF WS-COUNTER-STATE-OPEN = "Y"
              CLOSE COUNTER-STATE-FILE
           END-IF
           IF WS-BUSCAL-OPEN = "Y"
              CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           CLOSE AUDIT-REPORT-FILE
           IF WS-TOTAL-BREAKS > 0
              DISPLAY "INTEGAUD: " WS-TOTAL-BREAKS
                  " AUDIT BREAKS - SEE INTEGAUD.REPORT"
              MOVE 4 TO RETURN-CODE
           END-IF.

      *    The installation totals go out through the same lines
      *    as each entity's.
       9050-WRITE-AUDIT-TOTALS.
           MOVE "COUNTERS - OUTSTANDING CHECKED" TO WS-RPT-TOT-LABEL
           MOVE WS-LEDGER-CHECKED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "OUTSTANDING BREAKS............" TO WS-RPT-TOT-LABEL
           MOVE WS-LEDGER-BREAKS TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "LEDGER GAPS..................." TO WS-RPT-TOT-LABEL
           MOVE WS-LEDGER-GAPS TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "RUNS CHECKED AGAINST REGISTRY." TO WS-RPT-TOT-LABEL
           MOVE WS-RUNS-CHECKED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "RUNS BEFORE REGISTRY RETENTION" TO WS-RPT-TOT-LABEL
           MOVE WS-RUNS-BEFORE-FLOOR TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "REGISTRY BREAKS..............." TO WS-RPT-TOT-LABEL
           MOVE WS-RUN-BREAKS TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "COUNTERS - VALUE CHECKED......" TO WS-RPT-TOT-LABEL
           MOVE WS-VALUE-CHECKED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "VALUE BREAKS.................." TO WS-RPT-TOT-LABEL
           MOVE WS-VALUE-BREAKS TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "ADJUSTMENTS CHECKED..........." TO WS-RPT-TOT-LABEL
           MOVE WS-ADJ-CHECKED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "ADJUSTMENT BREAKS............." TO WS-RPT-TOT-LABEL
           MOVE WS-ADJ-BREAKS TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           COMPUTE WS-TOTAL-BREAKS = WS-LEDGER-BREAKS + WS-LEDGER-GAPS
               + WS-RUN-BREAKS + WS-VALUE-BREAKS + WS-ADJ-BREAKS
           MOVE "TOTAL AUDIT BREAKS............" TO WS-RPT-TOT-LABEL
           MOVE WS-TOTAL-BREAKS TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL.

       9100-WRITE-TOTAL.
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
