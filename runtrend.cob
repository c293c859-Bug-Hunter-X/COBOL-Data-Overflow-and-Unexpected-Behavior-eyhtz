      *  Walks every calendar date between WS-RPT-START-DATE and
      *  WS-RPT-END-DATE (one control card on TREND.PARM), lists each
      *  run recorded for the date with its volumes and trip rate
      *  (trips per 1000 transactions), and flags business days with
      *  no run recorded at all - a missed run shows up the next time
      *  this report is cut, not three weeks later.  Weekends and the
      *  holidays on the business calendar (BUSCAL.MASTER) are not
      *  expected to run and are never flagged; a date not on the
      *  calendar goes by the weekday rule, Monday to Friday.
      *  The range is walked once for every entity on BUSDATE.CTL,
      *  in file order, so each business unit's runs and missed days
      *  are listed and totalled under their own entity heading
      *  ahead of the installation totals.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY RUNH-KEY
               FILE STATUS WS-RUN-HISTORY-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-DATE
               FILE STATUS WS-BUSCAL-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "TREND.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-TREND-REPORT-STATUS.
       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  BUSINESS-CALENDAR-FILE.
       COPY BUSCAL.

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE              PIC X(80).

       01  WS-PARM-STATUS                 PIC XX VALUE SPACES.
       01  WS-RUN-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-TREND-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSCAL-STATUS               PIC XX VALUE SPACES.
       01  WS-BUSCAL-OPEN                 PIC X VALUE "N".
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
      *    The entities to report, in BUSDATE.CTL order.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-ENTITY-SUB                  PIC 9(3) VALUE 0.
       01  WS-ENTITY-COUNT                PIC 9(3) VALUE 0.
       01  WS-ENTITY-LIMIT                PIC 9(3) VALUE 100.
       01  WS-ENTITY-TABLE.
           05  WS-ENT-CODE                OCCURS 100 TIMES
                                          PIC X(3).
       01  WS-ENTITY-RUNS-LISTED          PIC 9(7) VALUE 0.
       01  WS-ENTITY-DATES-MISSED         PIC 9(7) VALUE 0.
       01  WS-RPT-START-DATE              PIC 9(8) VALUE 0.
       01  WS-RPT-END-DATE                PIC 9(8) VALUE 0.
       01  WS-TARGET-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUNS-LISTED                 PIC 9(7) VALUE 0.
       01  WS-DATES-MISSED                PIC 9(7) VALUE 0.
       01  WS-TRIP-RATE                   PIC 9(5)V99 VALUE 0.
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

       01  WS-HEADER-LINE-1.
           05  FILLER                     PIC X(24) VALUE
           05  WS-DTL-TRIP-RATE           PIC ZZZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-DTL-END-AREA-2          PIC ZZZZZZ9.
       01  WS-ENTITY-LINE.
           05  FILLER                     PIC X(7) VALUE "ENTITY ".
           05  WS-ENT-HDR-CODE            PIC X(3).
       01  WS-NO-RUN-LINE.
           05  WS-NORUN-DATE              PIC 9(8).
           05  FILLER                     PIC X(26) VALUE
               " *** NO RUN RECORDED ***  ".
       01  WS-ENTITY-FOOTER-LINE.
           05  FILLER                     PIC X(7) VALUE "ENTITY ".
           05  WS-ENT-FTR-CODE            PIC X(3).
           05  FILLER                     PIC X(7) VALUE " TOTALS".
       01  WS-GRAND-FOOTER-LINE.
           05  FILLER                     PIC X(20) VALUE
               "ENTITIES..........: ".
           05  WS-FTR-ENTITIES            PIC ZZZZZZ9.
       01  WS-FOOTER-LINE-1.
           05  FILLER                     PIC X(20) VALUE
               "RUNS LISTED.......: ".
           05  WS-FTR-RUNS-LISTED         PIC ZZZZZZ9.
       01  WS-FOOTER-LINE-2.
           05  FILLER                     PIC X(20) VALUE
               "BUS DAYS NO RUN...: ".
           05  WS-FTR-DATES-MISSED        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF WS-RPT-START-DATE NOT = 0
              PERFORM 0500-REPORT-ONE-ENTITY
                  UNTIL WS-ENTITY-SUB >= WS-ENTITY-COUNT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
              END-READ
              CLOSE TREND-PARM-FILE
           END-IF
           PERFORM 0103-LOAD-ENTITIES
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "00"
              MOVE "Y" TO WS-HISTORY-OPEN
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-BUSCAL-STATUS = "00"
              MOVE "Y" TO WS-BUSCAL-OPEN
           END-IF
           OPEN OUTPUT TREND-REPORT-FILE
           MOVE WS-RPT-START-DATE TO WS-HDR-START-DATE
           MOVE WS-RPT-END-DATE TO WS-HDR-END-DATE
           WRITE TREND-REPORT-LINE FROM WS-HEADER-LINE-1
           WRITE TREND-REPORT-LINE FROM WS-HEADER-LINE-2
           IF WS-RPT-START-DATE NOT = 0
              MOVE FUNCTION INTEGER-OF-DATE(WS-RPT-END-DATE)
                  TO WS-END-INTEGER
           END-IF.

      *    With no control file the runs on history are reported
      *    under a blank entity, as they were before entities.
       0103-LOAD-ENTITIES.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0104-LOAD-ONE-ENTITY
                  UNTIL WS-EOF-BUSDATE = "Y"
                  OR WS-ENTITY-COUNT >= WS-ENTITY-LIMIT
              CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-ENTITY-COUNT = 0
              MOVE 1 TO WS-ENTITY-COUNT
              MOVE SPACES TO WS-ENT-CODE(1)
           END-IF.

       0104-LOAD-ONE-ENTITY.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BUSDATE
               NOT AT END
                   ADD 1 TO WS-ENTITY-COUNT
                   MOVE BDAT-ENTITY-CODE
                       TO WS-ENT-CODE(WS-ENTITY-COUNT)
           END-READ.

      *    The whole range is walked for each entity in turn.
       0500-REPORT-ONE-ENTITY.
           ADD 1 TO WS-ENTITY-SUB
           MOVE WS-ENT-CODE(WS-ENTITY-SUB) TO WS-ENTITY-CODE
           MOVE WS-ENTITY-CODE TO WS-ENT-HDR-CODE
           WRITE TREND-REPORT-LINE FROM WS-ENTITY-LINE
           MOVE 0 TO WS-ENTITY-RUNS-LISTED
           MOVE 0 TO WS-ENTITY-DATES-MISSED
           MOVE FUNCTION INTEGER-OF-DATE(WS-RPT-START-DATE)
               TO WS-TARGET-INTEGER
           PERFORM 1000-REPORT-ONE-DATE
               UNTIL WS-TARGET-INTEGER > WS-END-INTEGER
           MOVE WS-ENTITY-CODE TO WS-ENT-FTR-CODE
           WRITE TREND-REPORT-LINE FROM WS-ENTITY-FOOTER-LINE
           MOVE WS-ENTITY-RUNS-LISTED TO WS-FTR-RUNS-LISTED
           MOVE WS-ENTITY-DATES-MISSED TO WS-FTR-DATES-MISSED
           WRITE TREND-REPORT-LINE FROM WS-FOOTER-LINE-1
           WRITE TREND-REPORT-LINE FROM WS-FOOTER-LINE-2
           ADD WS-ENTITY-RUNS-LISTED TO WS-RUNS-LISTED
           ADD WS-ENTITY-DATES-MISSED TO WS-DATES-MISSED.

       1000-REPORT-ONE-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TARGET-INTEGER)
               TO WS-TARGET-DATE
              PERFORM 1100-LIST-RUNS-FOR-DATE
           END-IF
           IF WS-DATE-HAS-RUN = "N"
              MOVE WS-TARGET-INTEGER TO WS-TEST-INTEGER
              PERFORM 8500-TEST-BUSINESS-DAY
              IF WS-IS-BUSINESS-DAY = "Y"
                 MOVE WS-TARGET-DATE TO WS-NORUN-DATE
                 WRITE TREND-REPORT-LINE FROM WS-NO-RUN-LINE
                 ADD 1 TO WS-ENTITY-DATES-MISSED
              END-IF
           END-IF
           ADD 1 TO WS-TARGET-INTEGER.

       1100-LIST-RUNS-FOR-DATE.
           MOVE WS-ENTITY-CODE TO RUNH-ENTITY-CODE
           MOVE WS-TARGET-DATE TO RUNH-BUSINESS-DATE
           MOVE LOW-VALUES TO RUNH-RUN-ID
           START RUN-HISTORY-FILE KEY NOT < RUNH-KEY
               AT END
                   MOVE "Y" TO WS-EOF-HISTORY
               NOT AT END
                   IF RUNH-ENTITY-CODE = WS-ENTITY-CODE
                      AND RUNH-BUSINESS-DATE = WS-TARGET-DATE
                      PERFORM 1300-WRITE-RUN-DETAIL
                   ELSE
                      MOVE "Y" TO WS-EOF-HISTORY

       1300-WRITE-RUN-DETAIL.
           MOVE "Y" TO WS-DATE-HAS-RUN
           ADD 1 TO WS-ENTITY-RUNS-LISTED
           MOVE RUNH-BUSINESS-DATE TO WS-DTL-DATE
           MOVE RUNH-RUN-ID TO WS-DTL-RUN-ID
           MOVE RUNH-TRAN-COUNT TO WS-DTL-TRAN-COUNT
           MOVE RUNH-END-AREA-2 TO WS-DTL-END-AREA-2
           WRITE TREND-REPORT-LINE FROM WS-DETAIL-LINE.

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

       9000-TERMINATE.
           MOVE WS-ENTITY-COUNT TO WS-FTR-ENTITIES
           WRITE TREND-REPORT-LINE FROM WS-GRAND-FOOTER-LINE
           MOVE WS-RUNS-LISTED TO WS-FTR-RUNS-LISTED
           MOVE WS-DATES-MISSED TO WS-FTR-DATES-MISSED
           WRITE TREND-REPORT-LINE FROM WS-FOOTER-LINE-1
           IF WS-HISTORY-OPEN = "Y"
              CLOSE RUN-HISTORY-FILE
           END-IF
           IF WS-BUSCAL-OPEN = "Y"
              CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           CLOSE TREND-REPORT-FILE.
