       PROGRAM-ID. ARCPURGE.
      *****************************************************************
      *  Month-end archive / purge for the ever-growing audit and
      *  history files.  Records older than WS-RETENTION-DAYS
      *  business days (from ARCPURGE.PARM) are rolled out of
      *  OVERFLOW.AUDIT,
      *  ADJUST.HISTORY, ADJUST.REJECTS and EDIT.REJECTS onto their
      *  archive files,
      *  and the live files are rewritten with only the recent
      *  The transaction-id registry (TRANID.REGISTRY) is trimmed
      *  here too, under its own retention window - registry records
      *  are a duplicate-detection memory, not audit evidence, so
      *  aged ones are dropped rather than archived.  An id still
      *  held on the high-value hold queue ("H") is kept whatever
      *  its age, so a late release still clears the duplicate edit
      *  and any other copy still bounces.
      *  The pre-run counter generations (COUNTER.GENS) age out under
      *  the same window - a rollback only ever backs out the latest
      *  run, so old generations are dropped, not archived.
      *  The posting journal (POSTING.JOURNAL) rolls out to
      *  JOURNAL.ARCHIVE under the main retention window, like the
      *  audit files.
      *  The per-counter daily activity (COUNTER.ACTIVITY) is dropped
      *  under the main window as well - it is a forecasting base,
      *  not audit evidence, and the window comfortably covers the
      *  longest baseline CNTRFCST looks back over.
      *  Both windows count business days back from the run date -
      *  weekends and the holidays on the business calendar
      *  (BUSCAL.MASTER) do not use up retention, so a holiday-heavy
      *  quarter keeps as many working days live as any other.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANID-REGISTRY-FILE ASSIGN TO "TRANID.REGISTRY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRID-KEY
               FILE STATUS WS-TRID-REGISTRY-STATUS.

           SELECT REGISTRY-KEEP-FILE ASSIGN TO "REGISTRY.KEEP"
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRID-KEEP-STATUS.

           SELECT COUNTER-GENERATION-FILE ASSIGN TO "COUNTER.GENS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CGEN-KEY
               FILE STATUS WS-CGEN-FILE-STATUS.

           SELECT GENS-KEEP-FILE ASSIGN TO "GENS.KEEP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CGEN-KEEP-STATUS.

           SELECT COUNTER-ACTIVITY-FILE ASSIGN TO "COUNTER.ACTIVITY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CACT-KEY
               FILE STATUS WS-CACT-FILE-STATUS.

           SELECT ACTIVITY-KEEP-FILE ASSIGN TO "ACTIVITY.KEEP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CACT-KEEP-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-DATE
               FILE STATUS WS-BUSCAL-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTING.JOURNAL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PJRN-JOURNAL-STATUS.

           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JOURNAL.ARCHIVE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PJRN-ARCHIVE-STATUS.

           SELECT JOURNAL-KEEP-FILE ASSIGN TO "JOURNAL.KEEP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PJRN-KEEP-STATUS.

           SELECT ARCPURGE-REPORT-FILE ASSIGN TO "ARCPURGE.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ARCPURGE-REPORT-STATUS.
      *    Archive and keep records are plain images of the live
      *    record - keep the lengths in step with the copybooks.
       FD  OVERFLOW-ARCHIVE-FILE.
       01  OVFL-ARCHIVE-RECORD            PIC X(39).

       FD  OVERFLOW-KEEP-FILE.
       01  OVFL-KEEP-RECORD               PIC X(39).

       FD  ADJUST-HISTORY-FILE.
       COPY ADJHIST.

       FD  ADJHIST-ARCHIVE-FILE.
       01  ADJH-ARCHIVE-RECORD            PIC X(60).

       FD  ADJHIST-KEEP-FILE.
       01  ADJH-KEEP-RECORD               PIC X(60).

       FD  ADJUST-REJECTS-FILE.
       COPY ADJREJ.

       FD  ADJREJ-ARCHIVE-FILE.
       01  ADJR-ARCHIVE-RECORD            PIC X(85).

       FD  ADJREJ-KEEP-FILE.
       01  ADJR-KEEP-RECORD               PIC X(85).

       FD  EDIT-REJECTS-FILE.
       COPY EDITREJ.

       FD  EDITREJ-ARCHIVE-FILE.
       01  EDTR-ARCHIVE-RECORD            PIC X(52).

       FD  EDITREJ-KEEP-FILE.
       01  EDTR-KEEP-RECORD               PIC X(52).

       FD  TRANID-REGISTRY-FILE.
       COPY TRANREG.

       FD  REGISTRY-KEEP-FILE.
       01  TRID-KEEP-RECORD               PIC X(62).

       FD  COUNTER-GENERATION-FILE.
       COPY CNTRGEN.

       FD  GENS-KEEP-FILE.
       01  CGEN-KEEP-RECORD               PIC X(127).

       FD  COUNTER-ACTIVITY-FILE.
       COPY CNTRACT.

       FD  ACTIVITY-KEEP-FILE.
       01  CACT-KEEP-RECORD               PIC X(85).

       FD  BUSINESS-CALENDAR-FILE.
       COPY BUSCAL.

       FD  POSTING-JOURNAL-FILE.
       COPY PSTJRNL.

       FD  JOURNAL-ARCHIVE-FILE.
       01  PJRN-ARCHIVE-RECORD            PIC X(127).

       FD  JOURNAL-KEEP-FILE.
       01  PJRN-KEEP-RECORD               PIC X(127).

       FD  ARCPURGE-REPORT-FILE.
       01  ARCPURGE-REPORT-LINE           PIC X(80).
       01  WS-ARCPURGE-REPORT-STATUS      PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                    PIC X VALUE "N".
      *    Default keeps roughly three months of business days live
      *    when no parm card is supplied.
       01  WS-RETENTION-DAYS              PIC 9(5) VALUE 65.
       01  WS-CURRENT-DATE                PIC 9(8) VALUE 0.
       01  WS-CUTOFF-DATE                 PIC 9(8) VALUE 0.
       01  WS-CUTOFF-INTEGER              PIC 9(8) VALUE 0.
       01  WS-TRID-REGISTRY-STATUS        PIC XX VALUE SPACES.
       01  WS-TRID-KEEP-STATUS            PIC XX VALUE SPACES.
      *    The registry only needs to cover the longest plausible
      *    retransmission lag from the upstream feed - five business
      *    weeks by default, retuned on the parm card.
       01  WS-REGISTRY-DAYS               PIC 9(5) VALUE 25.
       01  WS-REG-CUTOFF-DATE             PIC 9(8) VALUE 0.
       01  WS-REG-CUTOFF-INTEGER          PIC 9(8) VALUE 0.
       01  WS-TRID-PURGED-COUNT           PIC 9(9) VALUE 0.
       01  WS-TRID-KEPT-COUNT             PIC 9(9) VALUE 0.
       01  WS-CGEN-FILE-STATUS            PIC XX VALUE SPACES.
       01  WS-CGEN-KEEP-STATUS            PIC XX VALUE SPACES.
       01  WS-CGEN-PURGED-COUNT           PIC 9(9) VALUE 0.
       01  WS-CGEN-KEPT-COUNT             PIC 9(9) VALUE 0.
       01  WS-PJRN-JOURNAL-STATUS         PIC XX VALUE SPACES.
       01  WS-PJRN-ARCHIVE-STATUS         PIC XX VALUE SPACES.
       01  WS-PJRN-KEEP-STATUS            PIC XX VALUE SPACES.
       01  WS-PJRN-ARCHIVED-COUNT         PIC 9(9) VALUE 0.
       01  WS-PJRN-KEPT-COUNT             PIC 9(9) VALUE 0.
       01  WS-CACT-FILE-STATUS            PIC XX VALUE SPACES.
       01  WS-CACT-KEEP-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSCAL-STATUS               PIC XX VALUE SPACES.
       01  WS-BUSCAL-OPEN                 PIC X VALUE "N".
      *    Business-day test - set WS-TEST-INTEGER (integer date) and
      *    perform 0170; the answer is in WS-IS-BUSINESS-DAY.  A date
      *    on the calendar master is a business day only when typed
      *    "B"; a date not on it goes by the weekday rule, integer
      *    day 1 of the intrinsic calendar being a Monday.
       01  WS-TEST-INTEGER                PIC 9(7) VALUE 0.
       01  WS-TEST-DATE                   PIC 9(8) VALUE 0.
       01  WS-IS-BUSINESS-DAY             PIC X VALUE "Y".
       01  WS-CAL-FOUND                   PIC X VALUE "N".
       01  WS-WEEKDAY                     PIC 9(1) VALUE 0.
      *    Window in business days in, cutoff date out - perform 0150.
       01  WS-WINDOW-DAYS                 PIC 9(5) VALUE 0.
       01  WS-BUSINESS-DAYS               PIC 9(5) VALUE 0.
       01  WS-CACT-PURGED-COUNT           PIC 9(9) VALUE 0.
       01  WS-CACT-KEPT-COUNT             PIC 9(9) VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(25) VALUE
           05  WS-RPT-PURGED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(7) VALUE "  KEPT:".
           05  WS-RPT-REG-KEPT-COUNT      PIC ZZZZZZZZ9.
       01  WS-RPT-GENS-LINE.
           05  FILLER                     PIC X(16) VALUE
               "COUNTER.GENS    ".
           05  FILLER                     PIC X(10) VALUE
               "   PURGED:".
           05  WS-RPT-GENS-PURGED-COUNT   PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(7) VALUE "  KEPT:".
           05  WS-RPT-GENS-KEPT-COUNT     PIC ZZZZZZZZ9.
       01  WS-RPT-ACTV-LINE.
           05  FILLER                     PIC X(16) VALUE
               "COUNTER.ACTIVITY".
           05  FILLER                     PIC X(10) VALUE
               "   PURGED:".
           05  WS-RPT-ACTV-PURGED-COUNT   PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(7) VALUE "  KEPT:".
           05  WS-RPT-ACTV-KEPT-COUNT     PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 3000-ARCHIVE-ADJUST-REJECTS
           PERFORM 4000-ARCHIVE-EDIT-REJECTS
           PERFORM 5000-PURGE-TRANID-REGISTRY
           PERFORM 6000-PURGE-COUNTER-GENERATIONS
           PERFORM 7000-ARCHIVE-POSTING-JOURNAL
           PERFORM 8000-PURGE-COUNTER-ACTIVITY
           PERFORM 9000-TERMINATE
           STOP RUN.

              END-READ
              CLOSE ARCPURGE-PARM-FILE
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-BUSCAL-STATUS = "00"
              MOVE "Y" TO WS-BUSCAL-OPEN
           END-IF
           MOVE WS-RETENTION-DAYS TO WS-WINDOW-DAYS
           PERFORM 0150-FIND-CUTOFF
           MOVE WS-TEST-INTEGER TO WS-CUTOFF-INTEGER
           MOVE WS-TEST-DATE TO WS-CUTOFF-DATE
           MOVE WS-REGISTRY-DAYS TO WS-WINDOW-DAYS
           PERFORM 0150-FIND-CUTOFF
           MOVE WS-TEST-INTEGER TO WS-REG-CUTOFF-INTEGER
           MOVE WS-TEST-DATE TO WS-REG-CUTOFF-DATE
           IF WS-BUSCAL-OPEN = "Y"
              CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           OPEN OUTPUT ARCPURGE-REPORT-FILE
           MOVE WS-CURRENT-DATE TO WS-RPT-HDR-DATE
           MOVE WS-CUTOFF-DATE TO WS-RPT-HDR-CUTOFF
           WRITE ARCPURGE-REPORT-LINE FROM WS-RPT-HEADER-1.

      *    Steps back from the run date until the window's count of
      *    business days has been passed over; the day it stops on is
      *    the cutoff, and anything dated before it goes.
       0150-FIND-CUTOFF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TEST-INTEGER
           MOVE WS-CURRENT-DATE TO WS-TEST-DATE
           MOVE 0 TO WS-BUSINESS-DAYS
           PERFORM 0160-STEP-BACK-ONE-DAY
               UNTIL WS-BUSINESS-DAYS >= WS-WINDOW-DAYS.

       0160-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-TEST-INTEGER
           PERFORM 0170-TEST-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = "Y"
              ADD 1 TO WS-BUSINESS-DAYS
           END-IF.

       0170-TEST-BUSINESS-DAY.
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

      *****************************************************************
      *  OVERFLOW.AUDIT
      *****************************************************************
           IF WS-TRID-REGISTRY-STATUS NOT = "00"
              PERFORM 5900-REPORT-TRANID-REGISTRY
           ELSE
              MOVE LOW-VALUES TO TRID-KEY
              START TRANID-REGISTRY-FILE KEY NOT < TRID-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
                  NOT INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF TRID-BUSINESS-DATE < WS-REG-CUTOFF-DATE
                      AND TRID-STATUS NOT = "H"
                      ADD 1 TO WS-TRID-PURGED-COUNT
                   ELSE
                      WRITE TRID-KEEP-RECORD
           MOVE WS-TRID-KEPT-COUNT TO WS-RPT-REG-KEPT-COUNT
           WRITE ARCPURGE-REPORT-LINE FROM WS-RPT-REGISTRY-LINE.

      *****************************************************************
      *  COUNTER.GENS
      *****************************************************************
       6000-PURGE-COUNTER-GENERATIONS.
           OPEN INPUT COUNTER-GENERATION-FILE
           IF WS-CGEN-FILE-STATUS NOT = "00"
              PERFORM 6900-REPORT-COUNTER-GENERATIONS
           ELSE
              MOVE LOW-VALUES TO CGEN-KEY
              START COUNTER-GENERATION-FILE KEY NOT < CGEN-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
                  NOT INVALID KEY
                      MOVE "N" TO WS-EOF-FLAG
              END-START
              OPEN OUTPUT GENS-KEEP-FILE
              PERFORM 6100-SPLIT-ONE-GENERATION
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE COUNTER-GENERATION-FILE
              CLOSE GENS-KEEP-FILE
              PERFORM 6500-REWRITE-COUNTER-GENERATIONS
              PERFORM 6900-REPORT-COUNTER-GENERATIONS
           END-IF.

       6100-SPLIT-ONE-GENERATION.
           READ COUNTER-GENERATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF CGEN-BUSINESS-DATE < WS-REG-CUTOFF-DATE
                      ADD 1 TO WS-CGEN-PURGED-COUNT
                   ELSE
                      WRITE CGEN-KEEP-RECORD
                          FROM COUNTER-GENERATION-RECORD
                      ADD 1 TO WS-CGEN-KEPT-COUNT
                   END-IF
           END-READ.

       6500-REWRITE-COUNTER-GENERATIONS.
           OPEN OUTPUT COUNTER-GENERATION-FILE
           OPEN INPUT GENS-KEEP-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 6600-COPY-ONE-GENERATION-KEEP
               UNTIL WS-EOF-FLAG = "Y"
           CLOSE COUNTER-GENERATION-FILE
           CLOSE GENS-KEEP-FILE.

       6600-COPY-ONE-GENERATION-KEEP.
           READ GENS-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   WRITE COUNTER-GENERATION-RECORD
                       FROM CGEN-KEEP-RECORD
           END-READ.

       6900-REPORT-COUNTER-GENERATIONS.
           MOVE WS-CGEN-PURGED-COUNT TO WS-RPT-GENS-PURGED-COUNT
           MOVE WS-CGEN-KEPT-COUNT TO WS-RPT-GENS-KEPT-COUNT
           WRITE ARCPURGE-REPORT-LINE FROM WS-RPT-GENS-LINE.

      *****************************************************************
      *  POSTING.JOURNAL
      *****************************************************************
       7000-ARCHIVE-POSTING-JOURNAL.
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-PJRN-JOURNAL-STATUS NOT = "00"
              PERFORM 7900-REPORT-POSTING-JOURNAL
           ELSE
              OPEN EXTEND JOURNAL-ARCHIVE-FILE
              IF WS-PJRN-ARCHIVE-STATUS = "05" OR
                 WS-PJRN-ARCHIVE-STATUS = "35"
                 CLOSE JOURNAL-ARCHIVE-FILE
                 OPEN OUTPUT JOURNAL-ARCHIVE-FILE
                 CLOSE JOURNAL-ARCHIVE-FILE
                 OPEN EXTEND JOURNAL-ARCHIVE-FILE
              END-IF
              OPEN OUTPUT JOURNAL-KEEP-FILE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 7100-SPLIT-ONE-JOURNAL-RECORD
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE POSTING-JOURNAL-FILE
              CLOSE JOURNAL-ARCHIVE-FILE
              CLOSE JOURNAL-KEEP-FILE
              PERFORM 7500-REWRITE-POSTING-JOURNAL
              PERFORM 7900-REPORT-POSTING-JOURNAL
           END-IF.

       7100-SPLIT-ONE-JOURNAL-RECORD.
           READ POSTING-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF PJRN-BUSINESS-DATE < WS-CUTOFF-DATE
                      WRITE PJRN-ARCHIVE-RECORD
                          FROM POSTING-JOURNAL-RECORD
                      ADD 1 TO WS-PJRN-ARCHIVED-COUNT
                   ELSE
                      WRITE PJRN-KEEP-RECORD
                          FROM POSTING-JOURNAL-RECORD
                      ADD 1 TO WS-PJRN-KEPT-COUNT
                   END-IF
           END-READ.

       7500-REWRITE-POSTING-JOURNAL.
           OPEN OUTPUT POSTING-JOURNAL-FILE
           OPEN INPUT JOURNAL-KEEP-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 7600-COPY-ONE-JOURNAL-KEEP
               UNTIL WS-EOF-FLAG = "Y"
           CLOSE POSTING-JOURNAL-FILE
           CLOSE JOURNAL-KEEP-FILE.

       7600-COPY-ONE-JOURNAL-KEEP.
           READ JOURNAL-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   WRITE POSTING-JOURNAL-RECORD FROM PJRN-KEEP-RECORD
           END-READ.

       7900-REPORT-POSTING-JOURNAL.
           MOVE "POSTING.JOURNAL " TO WS-RPT-FILE-NAME
           MOVE WS-PJRN-ARCHIVED-COUNT TO WS-RPT-ARCHIVED-COUNT
           MOVE WS-PJRN-KEPT-COUNT TO WS-RPT-KEPT-COUNT
           WRITE ARCPURGE-REPORT-LINE FROM WS-RPT-FILE-LINE.

      *****************************************************************
      *  COUNTER.ACTIVITY
      *****************************************************************
       8000-PURGE-COUNTER-ACTIVITY.
           OPEN INPUT COUNTER-ACTIVITY-FILE
           IF WS-CACT-FILE-STATUS NOT = "00"
              PERFORM 8900-REPORT-COUNTER-ACTIVITY
           ELSE
              MOVE LOW-VALUES TO CACT-KEY
              START COUNTER-ACTIVITY-FILE KEY NOT < CACT-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
                  NOT INVALID KEY
                      MOVE "N" TO WS-EOF-FLAG
              END-START
              OPEN OUTPUT ACTIVITY-KEEP-FILE
              PERFORM 8100-SPLIT-ONE-ACTIVITY
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE COUNTER-ACTIVITY-FILE
              CLOSE ACTIVITY-KEEP-FILE
              PERFORM 8500-REWRITE-COUNTER-ACTIVITY
              PERFORM 8900-REPORT-COUNTER-ACTIVITY
           END-IF.

       8100-SPLIT-ONE-ACTIVITY.
           READ COUNTER-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF CACT-BUSINESS-DATE < WS-CUTOFF-DATE
                      ADD 1 TO WS-CACT-PURGED-COUNT
                   ELSE
                      WRITE CACT-KEEP-RECORD
                          FROM COUNTER-ACTIVITY-RECORD
                      ADD 1 TO WS-CACT-KEPT-COUNT
                   END-IF
           END-READ.

       8500-REWRITE-COUNTER-ACTIVITY.
           OPEN OUTPUT COUNTER-ACTIVITY-FILE
           OPEN INPUT ACTIVITY-KEEP-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 8600-COPY-ONE-ACTIVITY-KEEP
               UNTIL WS-EOF-FLAG = "Y"
           CLOSE COUNTER-ACTIVITY-FILE
           CLOSE ACTIVITY-KEEP-FILE.

       8600-COPY-ONE-ACTIVITY-KEEP.
           READ ACTIVITY-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   WRITE COUNTER-ACTIVITY-RECORD
                       FROM CACT-KEEP-RECORD
           END-READ.

       8900-REPORT-COUNTER-ACTIVITY.
           MOVE WS-CACT-PURGED-COUNT TO WS-RPT-ACTV-PURGED-COUNT
           MOVE WS-CACT-KEPT-COUNT TO WS-RPT-ACTV-KEPT-COUNT
           WRITE ARCPURGE-REPORT-LINE FROM WS-RPT-ACTV-LINE.

       9000-TERMINATE.
           CLOSE ARCPURGE-REPORT-FILE.
