       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDAGE.
      *****************************************************************
      *  High-value hold queue aging listing.  Sweeps HOLD.QUEUE and
      *  lists every item nobody has finished with - still held and
      *  waiting for a release or decline card, or released by
      *  HOLDREL but not yet posted by a cycle - with its amount,
      *  the limit it broke, the business date and cycle it was
      *  held under and its age in days, flagging:
      *    OVERDUE - an item still held longer than the overdue
      *              window, so a forgotten hold surfaces instead of
      *              sitting on the queue indefinitely.
      *  Declined items and released items that have posted drop
      *  off the listing.  The overdue window in days comes from
      *  HOLDAGE.PARM (one control card); an absent card defaults
      *  to 2 days.  Ages are measured against the business date
      *  from BUSDATE.CTL, with the machine date as the fallback.
      *  HOLD.QUEUE holds every entity's items in entity order; the
      *  listing breaks on entity, ages each entity's items against
      *  that entity's own business date, and totals each entity
      *  before the installation totals.  The overdue window is one
      *  card for the installation.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-PARM-FILE ASSIGN TO "HOLDAGE.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-AGING-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLD.QUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HOLD-KEY
               FILE STATUS WS-HOLD-QUEUE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "HOLDAGE.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-AGING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-PARM-FILE.
       01  AGING-PARM-RECORD.
           05  PARM-OVERDUE-DAYS          PIC 9(5).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDQUE.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AGING-PARM-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-HOLD-QUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-AGING-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-QUEUE                   PIC X VALUE "N".
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-BUSDATE-INTEGER             PIC 9(8) VALUE 0.
      *    A high-value item should be decided the day it is held;
      *    two days is the default worth flagging.
       01  WS-OVERDUE-DAYS                PIC 9(5) VALUE 2.
       01  WS-HOLD-AGE                    PIC S9(8) VALUE 0.
       01  WS-OLDEST-AGE                  PIC S9(8) VALUE 0.
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

       01  WS-ITEMS-READ                  PIC 9(7) VALUE 0.
       01  WS-ITEMS-HELD                  PIC 9(7) VALUE 0.
       01  WS-ITEMS-RELEASED              PIC 9(7) VALUE 0.
       01  WS-ITEMS-OVERDUE               PIC 9(7) VALUE 0.
       01  WS-VALUE-HELD                  PIC S9(13)V99 VALUE 0.
       01  WS-ENTITIES-LISTED             PIC 9(7) VALUE 0.
       01  WS-ENTITY-ITEMS-READ           PIC 9(7) VALUE 0.
       01  WS-ENTITY-ITEMS-HELD           PIC 9(7) VALUE 0.
       01  WS-ENTITY-ITEMS-RELEASED       PIC 9(7) VALUE 0.
       01  WS-ENTITY-ITEMS-OVERDUE        PIC 9(7) VALUE 0.
       01  WS-ENTITY-OLDEST-AGE           PIC S9(8) VALUE 0.
       01  WS-ENTITY-VALUE-HELD           PIC S9(13)V99 VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(34) VALUE
               "HOLD QUEUE AGING       BUSINESS DT".
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(15) VALUE
               "  OVERDUE DAYS ".
           05  WS-RPT-HDR-OVERDUE-DAYS    PIC ZZZZ9.
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(48) VALUE
               "TRAN-ID    TP      AMOUNT      LIMIT HELD-DT  CY".
           05  FILLER                     PIC X(25) VALUE
               "   AGE STATUS    FLAGS   ".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-TRAN-ID         PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TYPE-CODE       PIC X(2).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-AMOUNT          PIC ZZZZZZ9.99-.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-LIMIT           PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-HELD-DATE       PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-AGE             PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-STATUS          PIC X(9).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-OVERDUE         PIC X(7).
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
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.
       01  WS-RPT-VALUE-LINE.
           05  FILLER                     PIC X(24) VALUE
               "VALUE STILL HELD........".
           05  WS-RPT-VALUE-HELD          PIC ZZZZZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-LIST-ONE-HOLD
               UNTIL WS-EOF-QUEUE = "Y"
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0103-READ-BUSINESS-DATE
           OPEN INPUT AGING-PARM-FILE
           IF WS-AGING-PARM-STATUS = "00"
              READ AGING-PARM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PARM-OVERDUE-DAYS NOT = 0
                         MOVE PARM-OVERDUE-DAYS TO WS-OVERDUE-DAYS
                      END-IF
              END-READ
              CLOSE AGING-PARM-FILE
           END-IF
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS = "00"
              MOVE LOW-VALUES TO HOLD-KEY
              START HOLD-QUEUE-FILE KEY NOT < HOLD-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-QUEUE
              END-START
           ELSE
              MOVE "Y" TO WS-EOF-QUEUE
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-OVERDUE-DAYS TO WS-RPT-HDR-OVERDUE-DAYS
           WRITE AGING-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE AGING-REPORT-LINE FROM WS-RPT-HEADER-2.

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

       1000-LIST-ONE-HOLD.
           READ HOLD-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-QUEUE
               NOT AT END
                   IF WS-ENTITY-OPEN NOT = "Y"
                      OR HOLD-ENTITY-CODE NOT = WS-ENTITY-CODE
                      PERFORM 1050-START-ENTITY
                   END-IF
                   ADD 1 TO WS-ENTITY-ITEMS-READ
                   IF HOLD-STATUS = "H" OR HOLD-STATUS = "L"
                      PERFORM 1100-LIST-OPEN-ITEM
                   END-IF
           END-READ.

      *    Items come off the queue in entity order; each new entity
      *    closes off the last one's totals and is aged from its own
      *    business date.
       1050-START-ENTITY.
           IF WS-ENTITY-OPEN = "Y"
              PERFORM 1060-CLOSE-ENTITY
           END-IF
           MOVE "Y" TO WS-ENTITY-OPEN
           MOVE HOLD-ENTITY-CODE TO WS-ENTITY-CODE
           PERFORM 0106-FIND-ENTITY-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-ENTITY-DATE)
               TO WS-BUSDATE-INTEGER
           ADD 1 TO WS-ENTITIES-LISTED
           MOVE WS-ENTITY-CODE TO WS-RPT-ENT-CODE
           MOVE WS-ENTITY-DATE TO WS-RPT-ENT-DATE
           WRITE AGING-REPORT-LINE FROM WS-RPT-ENTITY-LINE.

       1060-CLOSE-ENTITY.
           MOVE WS-ENTITY-CODE TO WS-RPT-ENT-TOT-CODE
           WRITE AGING-REPORT-LINE FROM WS-RPT-ENTITY-TOTAL-LINE
           MOVE "QUEUE RECORDS READ......" TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-ITEMS-READ TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "ITEMS STILL HELD........" TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-ITEMS-HELD TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  OVERDUE..............." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-ITEMS-OVERDUE TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  OLDEST AGE IN DAYS...." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-OLDEST-AGE TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "RELEASED NOT YET POSTED." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITY-ITEMS-RELEASED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE WS-ENTITY-VALUE-HELD TO WS-RPT-VALUE-HELD
           WRITE AGING-REPORT-LINE FROM WS-RPT-VALUE-LINE
           ADD WS-ENTITY-ITEMS-READ TO WS-ITEMS-READ
           ADD WS-ENTITY-ITEMS-HELD TO WS-ITEMS-HELD
           ADD WS-ENTITY-ITEMS-OVERDUE TO WS-ITEMS-OVERDUE
           ADD WS-ENTITY-ITEMS-RELEASED TO WS-ITEMS-RELEASED
           ADD WS-ENTITY-VALUE-HELD TO WS-VALUE-HELD
           IF WS-ENTITY-OLDEST-AGE > WS-OLDEST-AGE
              MOVE WS-ENTITY-OLDEST-AGE TO WS-OLDEST-AGE
           END-IF
           MOVE 0 TO WS-ENTITY-ITEMS-READ
           MOVE 0 TO WS-ENTITY-ITEMS-HELD
           MOVE 0 TO WS-ENTITY-ITEMS-OVERDUE
           MOVE 0 TO WS-ENTITY-ITEMS-RELEASED
           MOVE 0 TO WS-ENTITY-OLDEST-AGE
           MOVE 0 TO WS-ENTITY-VALUE-HELD.

       1100-LIST-OPEN-ITEM.
           MOVE 0 TO WS-HOLD-AGE
           IF HOLD-BUSINESS-DATE > 0
              COMPUTE WS-HOLD-AGE = WS-BUSDATE-INTEGER
                  - FUNCTION INTEGER-OF-DATE(HOLD-BUSINESS-DATE)
              IF WS-HOLD-AGE < 0
                 MOVE 0 TO WS-HOLD-AGE
              END-IF
           END-IF
           MOVE SPACES TO WS-RPT-DTL-OVERDUE
           IF HOLD-STATUS = "H"
              ADD 1 TO WS-ENTITY-ITEMS-HELD
              ADD HOLD-TRAN-AMOUNT TO WS-ENTITY-VALUE-HELD
              MOVE "HELD" TO WS-RPT-DTL-STATUS
              IF WS-HOLD-AGE > WS-OVERDUE-DAYS
                 ADD 1 TO WS-ENTITY-ITEMS-OVERDUE
                 MOVE "OVERDUE" TO WS-RPT-DTL-OVERDUE
              END-IF
              IF WS-HOLD-AGE > WS-ENTITY-OLDEST-AGE
                 MOVE WS-HOLD-AGE TO WS-ENTITY-OLDEST-AGE
              END-IF
           ELSE
              ADD 1 TO WS-ENTITY-ITEMS-RELEASED
              MOVE "RELEASED" TO WS-RPT-DTL-STATUS
           END-IF
           MOVE HOLD-TRAN-ID TO WS-RPT-DTL-TRAN-ID
           MOVE HOLD-TRAN-TYPE-CODE TO WS-RPT-DTL-TYPE-CODE
           MOVE HOLD-TRAN-AMOUNT TO WS-RPT-DTL-AMOUNT
           MOVE HOLD-LIMIT-AMOUNT TO WS-RPT-DTL-LIMIT
           MOVE HOLD-BUSINESS-DATE TO WS-RPT-DTL-HELD-DATE
           MOVE HOLD-CYCLE-NUMBER TO WS-RPT-DTL-CYCLE
           MOVE WS-HOLD-AGE TO WS-RPT-DTL-AGE
           WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       9000-TERMINATE.
           IF WS-ENTITY-OPEN = "Y"
              PERFORM 1060-CLOSE-ENTITY
           END-IF
           MOVE "ENTITIES LISTED........." TO WS-RPT-TOT-LABEL
           MOVE WS-ENTITIES-LISTED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "QUEUE RECORDS READ......" TO WS-RPT-TOT-LABEL
           MOVE WS-ITEMS-READ TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "ITEMS STILL HELD........" TO WS-RPT-TOT-LABEL
           MOVE WS-ITEMS-HELD TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  OVERDUE..............." TO WS-RPT-TOT-LABEL
           MOVE WS-ITEMS-OVERDUE TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "  OLDEST AGE IN DAYS...." TO WS-RPT-TOT-LABEL
           MOVE WS-OLDEST-AGE TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "RELEASED NOT YET POSTED." TO WS-RPT-TOT-LABEL
           MOVE WS-ITEMS-RELEASED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE WS-VALUE-HELD TO WS-RPT-VALUE-HELD
           WRITE AGING-REPORT-LINE FROM WS-RPT-VALUE-LINE
           CLOSE HOLD-QUEUE-FILE
           CLOSE AGING-REPORT-FILE.

       9100-WRITE-TOTAL.
           WRITE AGING-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
