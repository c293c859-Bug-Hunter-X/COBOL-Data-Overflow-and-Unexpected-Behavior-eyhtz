      *               from CNTR-OUTSTANDING-DEC-DATE so a deferred
      *               decrement that has sat for weeks stops hiding
      *               inside the file.
      *  The staleness window in business days comes from
      *  CNTRHLTH.PARM (one control card); an absent card defaults to
      *  5 business days.  Ages are counted in business days up to
      *  the business date from BUSDATE.CTL (machine date as the
      *  fallback) - weekends and the holidays on the business
      *  calendar (BUSCAL.MASTER) do not age a counter, so a long
      *  weekend no longer makes a healthy counter look stale.
      *  Each per-type counter is followed by a line naming its
      *  transaction type from TRANTYPE.MASTER - description, owning
      *  department, GL account and status - so the listing reads
      *  in the business's terms rather than as bare "TYPE-xx" ids.
      *  COUNTER.STATE holds every entity's counters; the listing
      *  breaks on entity, ages each entity's counters against that
      *  entity's own business date, and totals each entity before
      *  the installation totals.  The staleness window is one card
      *  for the installation.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COUNTER-STATE-FILE ASSIGN TO "COUNTER.STATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNTR-KEY
               FILE STATUS WS-CNTR-STATE-STATUS.

           SELECT TRAN-TYPE-MASTER-FILE ASSIGN TO "TRANTYPE.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TTYP-TYPE-CODE
               FILE STATUS WS-TYPE-MASTER-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-DATE
               FILE STATUS WS-BUSCAL-STATUS.

           SELECT HEALTH-REPORT-FILE ASSIGN TO "CNTRHLTH.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-HEALTH-REPORT-STATUS.
       FD  COUNTER-STATE-FILE.
       COPY CNTRSTAT.

       FD  TRAN-TYPE-MASTER-FILE.
       COPY TRANTYPM.

       FD  BUSINESS-CALENDAR-FILE.
       COPY BUSCAL.

       FD  HEALTH-REPORT-FILE.
       01  HEALTH-REPORT-LINE             PIC X(80).

       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-CNTR-STATE-STATUS           PIC XX VALUE SPACES.
       01  WS-HEALTH-REPORT-STATUS        PIC XX VALUE SPACES.
       01  WS-TYPE-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-TYPE-MASTER-OPEN            PIC X VALUE "N".
       01  WS-BUSCAL-STATUS               PIC XX VALUE SPACES.
       01  WS-BUSCAL-OPEN                 PIC X VALUE "N".
       01  WS-EOF-COUNTERS                PIC X VALUE "N".
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-BUSDATE-INTEGER             PIC 9(8) VALUE 0.
      *    A business week of silence on a type that posts daily is
      *    the default worth flagging; the parm card retunes it.
       01  WS-STALE-DAYS                  PIC 9(5) VALUE 5.
       01  WS-UPDATE-AGE                  PIC S9(8) VALUE 0.
       01  WS-DEC-AGE                     PIC S9(8) VALUE 0.
       01  WS-COUNTER-IS-STALE            PIC X VALUE "N".
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

       01  WS-COUNTERS-READ               PIC 9(7) VALUE 0.
       01  WS-STALE-COUNT                 PIC 9(7) VALUE 0.
       01  WS-OVFL-COUNT                  PIC 9(7) VALUE 0.
       01  WS-OUTST-COUNT                 PIC 9(7) VALUE 0.
       01  WS-ENTITIES-LISTED             PIC 9(7) VALUE 0.
       01  WS-ENTITY-COUNTERS-READ        PIC 9(7) VALUE 0.
       01  WS-ENTITY-STALE-COUNT          PIC 9(7) VALUE 0.
       01  WS-ENTITY-OVFL-COUNT           PIC 9(7) VALUE 0.
       01  WS-ENTITY-OUTST-COUNT          PIC 9(7) VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(34) VALUE
               10  WS-RPT-DTL-STALE       PIC X(6).
               10  WS-RPT-DTL-OVFL        PIC X(5).
               10  WS-RPT-DTL-AGED-DEC    PIC X(9).
       01  WS-RPT-ENTITY-LINE.
           05  FILLER                     PIC X(7) VALUE "ENTITY ".
           05  WS-RPT-ENT-CODE            PIC X(3).
           05  FILLER                     PIC X(14) VALUE
               "  BUSINESS DT ".
           05  WS-RPT-ENT-DATE            PIC 9(8).
       01  WS-RPT-ENTITY-TOTAL-LINE.
           05  FILLER                     PIC X(7) VALUE "ENTITY ".
           05  WS-RPT-ENT-TOT-CODE        PIC X(3).
           05  FILLER                     PIC X(7) VALUE " TOTALS".
       01  WS-RPT-TYPE-LINE.
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  WS-RPT-TYP-DESCRIPTION     PIC X(30).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-TYP-DEPARTMENT      PIC X(8).
           05  FILLER                     PIC X(4) VALUE " GL ".
           05  WS-RPT-TYP-GL-ACCOUNT      PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-TYP-STATUS          PIC X(7).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.

       0100-INITIALIZE.
           PERFORM 0103-READ-BUSINESS-DATE
           OPEN INPUT HEALTH-PARM-FILE
           IF WS-HEALTH-PARM-STATUS = "00"
              READ HEALTH-PARM-FILE
           END-IF
           OPEN INPUT COUNTER-STATE-FILE
           IF WS-CNTR-STATE-STATUS = "00"
              MOVE LOW-VALUES TO CNTR-KEY
              START COUNTER-STATE-FILE KEY NOT < CNTR-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-COUNTERS
              END-START
           ELSE
              MOVE "Y" TO WS-EOF-COUNTERS
           END-IF
           OPEN INPUT TRAN-TYPE-MASTER-FILE
           IF WS-TYPE-MASTER-STATUS = "00"
              MOVE "Y" TO WS-TYPE-MASTER-OPEN
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-BUSCAL-STATUS = "00"
              MOVE "Y" TO WS-BUSCAL-OPEN
           END-IF
           OPEN OUTPUT HEALTH-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-STALE-DAYS TO WS-RPT-HDR-STALE-DAYS
           WRITE HEALTH-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE HEALTH-REPORT-LINE FROM WS-RPT-HEADER-2.

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

       1000-LIST-ONE-COUNTER.
               AT END
                   MOVE "Y" TO WS-EOF-COUNTERS
               NOT AT END
                   IF WS-ENTITY-OPEN NOT = "Y"
                      OR CNTR-ENTITY-CODE NOT = WS-ENTITY-CODE
                      PERFORM 1050-START-ENTITY
                   END-IF
                   ADD 1 TO WS-ENTITY-COUNTERS-READ
                   PERFORM 1100-JUDGE-ONE-COUNTER
           END-READ.

      *    Counters come off the file in entity order; each new
      *    entity closes off the last one's totals and is aged from
      *    its own business date.
       1050-START-ENTITY.
           IF WS-ENTITY-OPEN = "Y"
              PERFORM 1060-CLOSE-ENTITY
           END-IF
           MOVE "Y" TO WS-ENTITY-OPEN
           MOVE CNTR-ENTITY-CODE TO WS-ENTITY-CODE
           PERFORM 0106-FIND-ENTITY-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-ENTITY-DATE)
               TO WS-BUSDATE-INTEGER
           ADD 1 TO WS-ENTITIES-LISTED
           MOVE WS-ENTITY-CODE TO WS-RPT-ENT-CODE
           MOVE WS-ENTITY-DATE TO WS-RPT-ENT-DATE
           WRITE HEALTH-REPORT-LINE FROM WS-RPT-ENTITY-LINE.

       1060-CLOSE-ENTITY.
           MOVE WS-ENTITY-CODE TO WS-RPT-ENT-TOT-CODE
           WRITE HEALTH-REPORT-LINE FROM WS-RPT-ENTITY-TOTAL-LINE
           MOVE "  COUNTERS LISTED......." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-COUNTERS-READ TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  STALE COUNTERS........" TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-STALE-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  OVERFLOW FLAGS SET...." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-OVFL-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  OUTSTANDING BALANCES.." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-OUTST-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           ADD WS-ENTITY-COUNTERS-READ TO WS-COUNTERS-READ
           ADD WS-ENTITY-STALE-COUNT TO WS-STALE-COUNT
           ADD WS-ENTITY-OVFL-COUNT TO WS-OVFL-COUNT
           ADD WS-ENTITY-OUTST-COUNT TO WS-OUTST-COUNT
           MOVE 0 TO WS-ENTITY-COUNTERS-READ
           MOVE 0 TO WS-ENTITY-STALE-COUNT
           MOVE 0 TO WS-ENTITY-OVFL-COUNT
           MOVE 0 TO WS-ENTITY-OUTST-COUNT.

       1100-JUDGE-ONE-COUNTER.
           PERFORM 1200-AGE-THE-COUNTER
           MOVE CNTR-COUNTER-ID TO WS-RPT-DTL-COUNTER-ID
           MOVE SPACES TO WS-RPT-DTL-FLAGS
           IF WS-COUNTER-IS-STALE = "Y"
              MOVE "STALE" TO WS-RPT-DTL-STALE
              ADD 1 TO WS-ENTITY-STALE-COUNT
           END-IF
           IF CNTR-OVERFLOW-FLAG NOT = 0
              MOVE "OVFL" TO WS-RPT-DTL-OVFL
              ADD 1 TO WS-ENTITY-OVFL-COUNT
           END-IF
           IF CNTR-OUTSTANDING-DEC > 0
              MOVE "AGED-DEC" TO WS-RPT-DTL-AGED-DEC
              ADD 1 TO WS-ENTITY-OUTST-COUNT
           END-IF
           WRITE HEALTH-REPORT-LINE FROM WS-RPT-DETAIL-LINE
           PERFORM 1300-WRITE-TYPE-LINE.

      *    Per-type counter-ids are "TYPE-" plus the type code; any
      *    other counter, or a type not on the master, gets no line.
       1300-WRITE-TYPE-LINE.
           IF WS-TYPE-MASTER-OPEN = "Y"
              AND CNTR-COUNTER-ID(1:5) = "TYPE-"
              MOVE CNTR-COUNTER-ID(6:2) TO TTYP-TYPE-CODE
              READ TRAN-TYPE-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE TTYP-DESCRIPTION
                          TO WS-RPT-TYP-DESCRIPTION
                      MOVE TTYP-DEPARTMENT TO WS-RPT-TYP-DEPARTMENT
                      MOVE TTYP-GL-ACCOUNT TO WS-RPT-TYP-GL-ACCOUNT
                      IF TTYP-STATUS = "R"
                         MOVE "RETIRED" TO WS-RPT-TYP-STATUS
                      ELSE
                         MOVE "ACTIVE" TO WS-RPT-TYP-STATUS
                      END-IF
                      WRITE HEALTH-REPORT-LINE FROM WS-RPT-TYPE-LINE
              END-READ
           END-IF.

      *    A counter with no valid last-update date at all counts as
      *    stale - it has never been driven since the field went in.
      *    A date on or past the business date ages to zero.
       1200-AGE-THE-COUNTER.
           MOVE "N" TO WS-COUNTER-IS-STALE
           MOVE 0 TO WS-UPDATE-AGE
           IF CNTR-LAST-UPDATE-DATE = 0
              MOVE "Y" TO WS-COUNTER-IS-STALE
           ELSE
              MOVE FUNCTION INTEGER-OF-DATE(CNTR-LAST-UPDATE-DATE)
                  TO WS-AGE-FROM-INTEGER
              PERFORM 8600-COUNT-BUSINESS-DAYS
              MOVE WS-BUSINESS-DAYS TO WS-UPDATE-AGE
              IF WS-UPDATE-AGE > WS-STALE-DAYS
                 MOVE "Y" TO WS-COUNTER-IS-STALE
              END-IF
           MOVE 0 TO WS-DEC-AGE
           IF CNTR-OUTSTANDING-DEC > 0
              AND CNTR-OUTSTANDING-DEC-DATE NOT = 0
              MOVE FUNCTION INTEGER-OF-DATE
                  (CNTR-OUTSTANDING-DEC-DATE) TO WS-AGE-FROM-INTEGER
              PERFORM 8600-COUNT-BUSINESS-DAYS
              MOVE WS-BUSINESS-DAYS TO WS-DEC-AGE
           END-IF.

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
      *    the business date, that are business days - a counter last
      *    driven on Friday is one business day old on Monday.
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
           IF WS-ENTITY-OPEN = "Y"
              PERFORM 1060-CLOSE-ENTITY
           END-IF
           MOVE "ENTITIES LISTED........." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITIES-LISTED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "COUNTERS LISTED........." TO WS-RPT-TOT-LABEL
           MOVE WS-COUNTERS-READ TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE WS-OUTST-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           CLOSE COUNTER-STATE-FILE
           IF WS-TYPE-MASTER-OPEN = "Y"
              CLOSE TRAN-TYPE-MASTER-FILE
           END-IF
           IF WS-BUSCAL-OPEN = "Y"
              CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           CLOSE HEALTH-REPORT-FILE.

       9100-WRITE-TOTAL.
