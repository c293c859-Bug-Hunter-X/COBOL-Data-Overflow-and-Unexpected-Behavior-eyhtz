       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEROLL.
      *****************************************************************
      *  Business-date roll - closes the business date on BUSDATE.CTL
      *  and opens the next business day, in place of hand-editing
      *  the control file every night.  The date is closed only when
      *  its work is done:
      *    - BDAT-LAST-POSTED-DATE/CYCLE must show the current date
      *      and cycle as posted by BUGSOLUTION;
      *    - RUN.HISTORY must hold a run for every cycle from 01 up
      *      to the current cycle on the date.
      *  Anything else is refused with the control file untouched and
      *  return code 8.  A roll walks forward from the closed date
      *  over every day the business calendar (BUSCAL.MASTER) does
      *  not treat as a business day - weekends by the weekday rule,
      *  holidays keyed through CALMAINT - listing each one skipped,
      *  then sets BDAT-BUSINESS-DATE to the first business day,
      *  resets BDAT-CYCLE-NUMBER to 01 and clears the rerun mode and
      *  rerun override.  The last-posted date and cycle are left as
      *  they are, so the next BUGSOLUTION run sees a fresh date.
      *  Each entity rolls its own date: the run takes the entity on
      *  ENTITY.PARM, checks that entity's runs and rewrites only its
      *  record on BUSDATE.CTL - every entity shares the calendar.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTITY.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTITY-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-DATE
               FILE STATUS WS-BUSCAL-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUN.HISTORY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RUNH-KEY
               FILE STATUS WS-RUN-HISTORY-STATUS.

           SELECT DATE-ROLL-REPORT-FILE ASSIGN TO "DATEROLL.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ROLL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  BUSINESS-CALENDAR-FILE.
       COPY BUSCAL.

       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  DATE-ROLL-REPORT-FILE.
       01  DATE-ROLL-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
       01  WS-BUSCAL-STATUS               PIC XX VALUE SPACES.
       01  WS-RUN-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-ROLL-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                    PIC X VALUE "N".
       01  WS-BUSCAL-OPEN                 PIC X VALUE "N".
       01  WS-BUSDATE-OPEN                PIC X VALUE "N".
       01  WS-DATE-TIME-STAMP.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(6).

      *    Date being closed and its last cycle - cycle zero reads as
      *    the morning cycle, as everywhere else.
       01  WS-CLOSE-DATE                  PIC 9(8) VALUE 0.
       01  WS-CLOSE-CYCLE                 PIC 9(2) VALUE 0.
       01  WS-NEXT-DATE                   PIC 9(8) VALUE 0.
       01  WS-DAYS-SKIPPED                PIC 9(3) VALUE 0.
      *    A holiday season longer than this is a calendar keying
      *    error, not a reason to roll a month ahead.
       01  WS-SKIP-LIMIT                  PIC 9(3) VALUE 31.
       01  WS-NEXT-FOUND                  PIC X VALUE "N".

      *    Refusal reason - spaces while the roll may proceed:
      *      NCTL - no business-date control record
      *      NPST - current date and cycle not yet posted
      *      MCYC - a cycle on the date has no RUN.HISTORY record
      *      NBUS - no business day within the skip limit
       01  WS-RUN-BLOCKED                 PIC X VALUE "N".
       01  WS-REFUSE-REASON               PIC X(4) VALUE SPACES.
       01  WS-MISSING-CYCLE               PIC 9(2) VALUE 0.

      *    Cycles seen on RUN.HISTORY for the date being closed,
      *    indexed by cycle number.
       01  WS-CYCLE-SUB                   PIC 9(3) VALUE 0.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-SEEN OCCURS 99 TIMES PIC X(1).
       01  WS-RUNS-ON-DATE                PIC 9(5) VALUE 0.

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

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(36) VALUE
               "BUSINESS DATE ROLL               DT ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-RPT-HDR-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(9) VALUE "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-DATE-LINE.
           05  WS-RPT-DTE-LABEL           PIC X(24).
           05  WS-RPT-DTE-DATE            PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-RPT-DTE-CYCLE           PIC 9(2).
       01  WS-RPT-SKIP-LINE.
           05  FILLER                     PIC X(24) VALUE
               "SKIPPED.................".
           05  WS-RPT-SKP-DATE            PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-SKP-TYPE            PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-SKP-DESCRIPTION     PIC X(20).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.
       01  WS-RPT-REFUSED-LINE.
           05  FILLER                     PIC X(20) VALUE
               "DATE ROLL REFUSED - ".
           05  WS-RPT-REF-REASON          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-REF-TEXT            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 2000-FIND-NEXT-BUSINESS-DAY
           END-IF
           IF WS-RUN-BLOCKED = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 3000-ROLL-BUSINESS-DATE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    Every check runs before the control record is rewritten,
      *    so a refused roll leaves BUSDATE.CTL exactly as it was.
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           OPEN OUTPUT DATE-ROLL-REPORT-FILE
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-BUSCAL-STATUS = "00"
              MOVE "Y" TO WS-BUSCAL-OPEN
           ELSE
              DISPLAY "DATEROLL: BUSINESS CALENDAR NOT AVAILABLE - "
                  "WEEKDAY RULE ONLY"
           END-IF
           PERFORM 0101-READ-ENTITY-PARM
           PERFORM 0110-READ-BUSINESS-DATE
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           MOVE WS-CLOSE-DATE TO WS-RPT-HDR-DATE
           MOVE WS-CLOSE-CYCLE TO WS-RPT-HDR-CYCLE
           WRITE DATE-ROLL-REPORT-LINE FROM WS-RPT-HEADER-1
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0120-CHECK-DATE-POSTED
           END-IF
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0130-CHECK-CYCLES-RUN
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

      *    The control file is held open I-O from here to the
      *    rewrite - nothing else should be moving it mid-roll.  The
      *    entity's record stays current for the REWRITE at 3000.
       0110-READ-BUSINESS-DATE.
           MOVE "Y" TO WS-RUN-BLOCKED
           MOVE "NCTL" TO WS-REFUSE-REASON
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "Y" TO WS-BUSDATE-OPEN
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0115-FIND-ENTITY-DATE
                  UNTIL WS-BUSDATE-FOUND = "Y"
                  OR WS-EOF-BUSDATE = "Y"
              IF WS-BUSDATE-FOUND = "Y"
                 MOVE "N" TO WS-RUN-BLOCKED
                 MOVE SPACES TO WS-REFUSE-REASON
                 MOVE BDAT-BUSINESS-DATE TO WS-CLOSE-DATE
                 MOVE BDAT-CYCLE-NUMBER TO WS-CLOSE-CYCLE
                 IF WS-CLOSE-CYCLE = 0
                    MOVE 1 TO WS-CLOSE-CYCLE
                 END-IF
              END-IF
           END-IF.

      *    With no entity card the first record names the entity.
       0115-FIND-ENTITY-DATE.
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

       0120-CHECK-DATE-POSTED.
           IF BDAT-LAST-POSTED-DATE NOT = WS-CLOSE-DATE
              OR BDAT-LAST-POSTED-CYCLE NOT = WS-CLOSE-CYCLE
              MOVE "Y" TO WS-RUN-BLOCKED
              MOVE "NPST" TO WS-REFUSE-REASON
           END-IF.

      *    RUN.HISTORY is keyed entity, date, run-id, so the entity's
      *    runs on the date are one stretch of the file; each marks
      *    its cycle seen.
      *    A split day's consolidated run counts for its cycle the
      *    same as a single-stream run.
       0130-CHECK-CYCLES-RUN.
           MOVE ALL "N" TO WS-CYCLE-TABLE
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "00"
              MOVE WS-ENTITY-CODE TO RUNH-ENTITY-CODE
              MOVE WS-CLOSE-DATE TO RUNH-BUSINESS-DATE
              MOVE LOW-VALUES TO RUNH-RUN-ID
              MOVE "N" TO WS-EOF-FLAG
              START RUN-HISTORY-FILE KEY NOT < RUNH-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
              PERFORM 0135-READ-ONE-RUN
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE RUN-HISTORY-FILE
           END-IF
           MOVE 0 TO WS-CYCLE-SUB
           PERFORM 0138-CHECK-ONE-CYCLE
               UNTIL WS-RUN-BLOCKED = "Y"
                  OR WS-CYCLE-SUB >= WS-CLOSE-CYCLE.

       0135-READ-ONE-RUN.
           READ RUN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF RUNH-ENTITY-CODE NOT = WS-ENTITY-CODE
                      OR RUNH-BUSINESS-DATE NOT = WS-CLOSE-DATE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      ADD 1 TO WS-RUNS-ON-DATE
                      MOVE RUNH-CYCLE-NUMBER TO WS-CYCLE-SUB
                      IF WS-CYCLE-SUB = 0
                         MOVE 1 TO WS-CYCLE-SUB
                      END-IF
                      MOVE "Y" TO WS-CYCLE-SEEN(WS-CYCLE-SUB)
                   END-IF
           END-READ.

       0138-CHECK-ONE-CYCLE.
           ADD 1 TO WS-CYCLE-SUB
           IF WS-CYCLE-SEEN(WS-CYCLE-SUB) NOT = "Y"
              MOVE "Y" TO WS-RUN-BLOCKED
              MOVE "MCYC" TO WS-REFUSE-REASON
              MOVE WS-CYCLE-SUB TO WS-MISSING-CYCLE
           END-IF.

      *****************************************************************
      *  NEXT BUSINESS DAY
      *****************************************************************
       2000-FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE)
           PERFORM 2100-TRY-NEXT-DAY
               UNTIL WS-NEXT-FOUND = "Y"
                  OR WS-DAYS-SKIPPED > WS-SKIP-LIMIT
           IF WS-NEXT-FOUND NOT = "Y"
              MOVE "Y" TO WS-RUN-BLOCKED
              MOVE "NBUS" TO WS-REFUSE-REASON
           END-IF.

      *    Each day stepped over is listed with why - the calendar's
      *    holiday description, or the weekend.
       2100-TRY-NEXT-DAY.
           ADD 1 TO WS-TEST-INTEGER
           PERFORM 8500-TEST-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = "Y"
              MOVE "Y" TO WS-NEXT-FOUND
              MOVE WS-TEST-DATE TO WS-NEXT-DATE
           ELSE
              ADD 1 TO WS-DAYS-SKIPPED
              MOVE WS-TEST-DATE TO WS-RPT-SKP-DATE
              IF WS-CAL-FOUND = "Y"
                 IF CAL-DAY-TYPE = "H"
                    MOVE "HOLIDAY" TO WS-RPT-SKP-TYPE
                 ELSE
                    MOVE "CLOSED" TO WS-RPT-SKP-TYPE
                 END-IF
                 MOVE CAL-DESCRIPTION TO WS-RPT-SKP-DESCRIPTION
              ELSE
                 MOVE "WEEKEND" TO WS-RPT-SKP-TYPE
                 MOVE SPACES TO WS-RPT-SKP-DESCRIPTION
              END-IF
              WRITE DATE-ROLL-REPORT-LINE FROM WS-RPT-SKIP-LINE
           END-IF.

       3000-ROLL-BUSINESS-DATE.
           MOVE WS-NEXT-DATE TO BDAT-BUSINESS-DATE
           MOVE 1 TO BDAT-CYCLE-NUMBER
           MOVE "N" TO BDAT-RERUN-MODE
           MOVE "N" TO BDAT-RERUN-OVERRIDE
           REWRITE BUSINESS-DATE-RECORD
           DISPLAY "DATEROLL: ENTITY " WS-ENTITY-CODE
               " BUSINESS DATE " WS-CLOSE-DATE
               " CLOSED AFTER CYCLE " WS-CLOSE-CYCLE
               " - NOW " WS-NEXT-DATE " CYCLE 01".

      *****************************************************************
      *  BUSINESS-DAY TEST
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

       9000-TERMINATE.
           IF WS-RUN-BLOCKED = "Y"
              PERFORM 9050-WRITE-REFUSAL
           ELSE
              MOVE "DATE CLOSED............." TO WS-RPT-DTE-LABEL
              MOVE WS-CLOSE-DATE TO WS-RPT-DTE-DATE
              MOVE WS-CLOSE-CYCLE TO WS-RPT-DTE-CYCLE
              WRITE DATE-ROLL-REPORT-LINE FROM WS-RPT-DATE-LINE
              MOVE "RUNS ON CLOSED DATE....." TO WS-RPT-TOT-LABEL
              MOVE WS-RUNS-ON-DATE TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "DAYS SKIPPED............" TO WS-RPT-TOT-LABEL
              MOVE WS-DAYS-SKIPPED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "NEW BUSINESS DATE......." TO WS-RPT-DTE-LABEL
              MOVE WS-NEXT-DATE TO WS-RPT-DTE-DATE
              MOVE 1 TO WS-RPT-DTE-CYCLE
              WRITE DATE-ROLL-REPORT-LINE FROM WS-RPT-DATE-LINE
           END-IF
           IF WS-BUSDATE-OPEN = "Y"
              CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSCAL-OPEN = "Y"
              CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           CLOSE DATE-ROLL-REPORT-FILE.

       9050-WRITE-REFUSAL.
           MOVE WS-REFUSE-REASON TO WS-RPT-REF-REASON
           EVALUATE WS-REFUSE-REASON
               WHEN "NCTL"
                   MOVE "NO BUSINESS-DATE CONTROL RECORD"
                       TO WS-RPT-REF-TEXT
               WHEN "NPST"
                   MOVE "CURRENT DATE AND CYCLE NOT YET POSTED"
                       TO WS-RPT-REF-TEXT
               WHEN "MCYC"
                   MOVE "NO RUN ON FILE FOR CYCLE" TO WS-RPT-REF-TEXT
                   MOVE WS-MISSING-CYCLE TO WS-RPT-REF-TEXT(26:2)
               WHEN "NBUS"
                   MOVE "NO BUSINESS DAY WITHIN 31 DAYS"
                       TO WS-RPT-REF-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-REF-TEXT
           END-EVALUATE
           WRITE DATE-ROLL-REPORT-LINE FROM WS-RPT-REFUSED-LINE
           DISPLAY "DATEROLL: ENTITY " WS-ENTITY-CODE
               " DATE ROLL REFUSED - " WS-REFUSE-REASON
               " " WS-RPT-REF-TEXT
               " DATE " WS-CLOSE-DATE
               " CYCLE " WS-CLOSE-CYCLE.

       9100-WRITE-TOTAL.
           WRITE DATE-ROLL-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
