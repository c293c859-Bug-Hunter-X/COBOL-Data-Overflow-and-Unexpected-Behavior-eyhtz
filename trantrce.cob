       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANTRCE.
      *****************************************************************
      *  TRAN-ID lifecycle trace.  Takes up to eight TRAN-IDs per
      *  card on TRANTRCE.PARM (as many cards as needed) and prints,
      *  for each id in the order asked, everything the system did
      *  with it in date and time order - edit rejects, the EDITFIX
      *  repair that put it back on a resubmission volume, a hold
      *  and its release or decline, its posting and any reversal.
      *  Sources are EDIT.REJECTS and EDITREJ.ARCHIVE, RESUB.XREF,
      *  HOLD.QUEUE, and POSTING.JOURNAL and JOURNAL.ARCHIVE; each
      *  id is headed by what TRANID.REGISTRY holds for it now.
      *  A journal posting or reversal prints on two lines - the
      *  counter it hit with WS-AREA-1 / WS-AREA-2 before and after
      *  and the reset, trip and deferred-decrement flags, then the
      *  value accumulator before and after.  A reversal shows under
      *  the original it backed out as well as under its own id.
      *  TRAN-IDs are unique only within a business unit, so the trace
      *  runs for the entity on ENTITY.PARM (no card - the first
      *  BUSDATE.CTL entity) and ignores every other entity's records.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-PARM-FILE ASSIGN TO "TRANTRCE.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-TRACE-PARM-STATUS.

           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTITY.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTITY-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.

           SELECT EDIT-REJECTS-FILE ASSIGN TO "EDIT.REJECTS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EDIT-REJECT-STATUS.

           SELECT EDITREJ-ARCHIVE-FILE ASSIGN TO "EDITREJ.ARCHIVE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EDTR-ARCHIVE-STATUS.

           SELECT RESUB-XREF-FILE ASSIGN TO "RESUB.XREF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RESUB-XREF-STATUS.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLD.QUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HOLD-KEY
               FILE STATUS WS-HOLD-QUEUE-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTING.JOURNAL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-POSTING-JRNL-STATUS.

           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "JOURNAL.ARCHIVE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PJRN-ARCHIVE-STATUS.

           SELECT TRANID-REGISTRY-FILE ASSIGN TO "TRANID.REGISTRY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRID-KEY
               FILE STATUS WS-TRANID-REGISTRY-STATUS.

           SELECT TRACE-REPORT-FILE ASSIGN TO "TRANTRCE.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-TRACE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-PARM-FILE.
       01  TRACE-PARM-RECORD.
      *        Blank slots are skipped.
           05  TRACE-PARM-TRAN-ID         PIC X(10) OCCURS 8 TIMES.

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  EDIT-REJECTS-FILE.
       COPY EDITREJ.

      *    Archive records are plain images of the live layouts -
      *    keep the lengths in step with the copybooks.  Each image
      *    is staged into the live record area so one judging
      *    paragraph serves both sweeps.
       FD  EDITREJ-ARCHIVE-FILE.
       01  EDTR-ARCHIVE-RECORD            PIC X(52).

       FD  RESUB-XREF-FILE.
       COPY RESUBXRF.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDQUE.

       FD  POSTING-JOURNAL-FILE.
       COPY PSTJRNL.

       FD  JOURNAL-ARCHIVE-FILE.
       01  PJRN-ARCHIVE-RECORD            PIC X(127).

       FD  TRANID-REGISTRY-FILE.
       COPY TRANREG.

       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRACE-PARM-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EDIT-REJECT-STATUS          PIC XX VALUE SPACES.
       01  WS-EDTR-ARCHIVE-STATUS         PIC XX VALUE SPACES.
       01  WS-RESUB-XREF-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLD-QUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-POSTING-JRNL-STATUS         PIC XX VALUE SPACES.
       01  WS-PJRN-ARCHIVE-STATUS         PIC XX VALUE SPACES.
       01  WS-TRANID-REGISTRY-STATUS      PIC XX VALUE SPACES.
       01  WS-TRACE-REPORT-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                    PIC X VALUE "N".
       01  WS-HOLD-QUEUE-OPEN             PIC X VALUE "N".
       01  WS-REGISTRY-OPEN               PIC X VALUE "N".

      *    TRAN-IDs asked for, in card order.  Ids past the limit are
      *    counted and the console warns - split the list and rerun.
       01  WS-PARM-SUB                    PIC 9(2) VALUE 0.
       01  WS-ID-SUB                      PIC 9(3) VALUE 0.
       01  WS-ID-COUNT                    PIC 9(3) VALUE 0.
       01  WS-ID-LIMIT                    PIC 9(3) VALUE 50.
       01  WS-ID-DROPPED                  PIC 9(5) VALUE 0.
       01  WS-ID-FOUND                    PIC X VALUE "N".
       01  WS-MATCH-TRAN-ID               PIC X(10) VALUE SPACES.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 50 TIMES.
               10  WS-ID-TRAN-ID          PIC X(10).
       01  WS-IDS-NOT-REGISTERED          PIC 9(5) VALUE 0.

      *    Matching events collect here and are sorted by id, then
      *    date, time and lifecycle stage, before the report is
      *    written, so five files'-worth of records read as one
      *    history per id.  When the table fills the rest are
      *    counted and the console warns - trace fewer ids at once.
       01  WS-EVENT-SUB                   PIC 9(5) VALUE 0.
       01  WS-NEXT-SUB                    PIC 9(5) VALUE 0.
       01  WS-EVENT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-EVENT-LIMIT                 PIC 9(5) VALUE 2000.
       01  WS-EVENT-DROPPED               PIC 9(7) VALUE 0.
       01  WS-ID-EVENT-COUNT              PIC 9(5) VALUE 0.
       01  WS-ID-DONE                     PIC X VALUE "N".
       01  WS-SORT-I                      PIC 9(5) VALUE 0.
       01  WS-SORT-J                      PIC 9(5) VALUE 0.
       01  WS-SWAP-ENTRY                  PIC X(92) VALUE SPACES.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 2000 TIMES.
               10  WS-EVT-SORT-KEY.
                   15  WS-EVT-ID-SEQ      PIC 9(3).
                   15  WS-EVT-DATE        PIC 9(8).
                   15  WS-EVT-TIME        PIC 9(6).
                   15  WS-EVT-STAGE       PIC 9(1).
                   15  WS-EVT-POSITION    PIC 9(9).
                   15  WS-EVT-LINE        PIC 9(1).
               10  WS-EVT-TEXT            PIC X(64).

      *    Lifecycle stage breaks a tie on date and time - the order
      *    an item moves through the system - and the input position
      *    keeps the two lines of each journal record together.
       01  WS-EVENT-ID-SEQ                PIC 9(3) VALUE 0.
       01  WS-EVENT-DATE                  PIC 9(8) VALUE 0.
       01  WS-EVENT-TIME                  PIC 9(6) VALUE 0.
       01  WS-EVENT-STAGE                 PIC 9(1) VALUE 0.
       01  WS-EVENT-POSITION              PIC 9(9) VALUE 0.
       01  WS-EVENT-LINE                  PIC 9(1) VALUE 0.
       01  WS-EVENT-TEXT                  PIC X(64) VALUE SPACES.

       01  WS-EDTR-EVENT-MSG.
           05  FILLER                     PIC X(9) VALUE "EREJ RSN ".
           05  WS-EDTR-MSG-REASON         PIC X(4).
           05  FILLER                     PIC X(4) VALUE " TP ".
           05  WS-EDTR-MSG-TYPE           PIC X(2).
           05  FILLER                     PIC X(5) VALUE " AMT ".
           05  WS-EDTR-MSG-AMOUNT         PIC -ZZZZZZ9.99.
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-EDTR-MSG-CYCLE          PIC 9(2).
       01  WS-RSUB-EVENT-MSG.
           05  FILLER                     PIC X(9) VALUE "RPAR REJ ".
           05  WS-RSUB-MSG-REJECT-DATE    PIC 9(8).
           05  FILLER                     PIC X(5) VALUE " RSN ".
           05  WS-RSUB-MSG-REASON         PIC X(4).
           05  FILLER                     PIC X(4) VALUE " BY ".
           05  WS-RSUB-MSG-OPERATOR       PIC X(8).
           05  FILLER                     PIC X(12) VALUE
               " RESUBMITTED".
       01  WS-HOLD-EVENT-MSG.
           05  FILLER                     PIC X(9) VALUE "HELD RSN ".
           05  WS-HOLD-MSG-REASON         PIC X(4).
           05  FILLER                     PIC X(5) VALUE " AMT ".
           05  WS-HOLD-MSG-AMOUNT         PIC -ZZZZZZ9.99.
           05  FILLER                     PIC X(7) VALUE " LIMIT ".
           05  WS-HOLD-MSG-LIMIT          PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-HOLD-MSG-CYCLE          PIC 9(2).
       01  WS-HACT-EVENT-MSG.
           05  WS-HACT-MSG-ACTION         PIC X(4).
           05  FILLER                     PIC X(4) VALUE " BY ".
           05  WS-HACT-MSG-OPERATOR       PIC X(8).
           05  WS-HACT-MSG-DETAIL         PIC X(40).
       01  WS-HDCL-DETAIL.
           05  FILLER                     PIC X(5) VALUE " RSN ".
           05  WS-HDCL-MSG-REASON         PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-HDCL-MSG-TEXT           PIC X(30).
       01  WS-HPST-DETAIL.
           05  FILLER                     PIC X(8) VALUE " POSTED ".
           05  WS-HPST-MSG-DATE           PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-HPST-MSG-CYCLE          PIC 9(2).

      *    First journal line - the counter movement, then either the
      *    item's flags or, for a reversal, the other item's id.
       01  WS-JRNL-EVENT-MSG-1.
           05  WS-JRNL-MSG-ACTION         PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-JRNL-MSG-COUNTER        PIC X(10).
           05  FILLER                     PIC X(4) VALUE " A1 ".
           05  WS-JRNL-MSG-A1-BEFORE      PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE ">".
           05  WS-JRNL-MSG-A1-AFTER       PIC ZZZZ9.
           05  FILLER                     PIC X(4) VALUE " A2 ".
           05  WS-JRNL-MSG-A2-BEFORE      PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE ">".
           05  WS-JRNL-MSG-A2-AFTER       PIC ZZZZ9.
           05  WS-JRNL-MSG-TAIL           PIC X(18).
       01  WS-JRNL-FLAG-TAIL.
           05  FILLER                     PIC X(5) VALUE " RST ".
           05  WS-JRNL-MSG-RESET          PIC X(1).
           05  FILLER                     PIC X(5) VALUE " TRP ".
           05  WS-JRNL-MSG-TRIP           PIC X(1).
           05  FILLER                     PIC X(5) VALUE " DEF ".
           05  WS-JRNL-MSG-DEFERRED       PIC X(1).
       01  WS-JRNL-REF-TAIL.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-JRNL-MSG-REF-LABEL      PIC X(3).
           05  WS-JRNL-MSG-REF-ID         PIC X(10).
       01  WS-JRNL-EVENT-MSG-2.
           05  FILLER                     PIC X(6) VALUE "  VAL ".
           05  WS-JRNL-MSG-VALUE-BEFORE   PIC -ZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(1) VALUE ">".
           05  WS-JRNL-MSG-VALUE-AFTER    PIC -ZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(5) VALUE " AMT ".
           05  WS-JRNL-MSG-AMOUNT         PIC -ZZZZZZ9.99.
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-JRNL-MSG-CYCLE          PIC 9(2).

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(39) VALUE
               "TRAN-ID LIFECYCLE TRACE  IDS REQUESTED ".
           05  WS-RPT-HDR-ID-COUNT        PIC ZZ9.
           05  FILLER                     PIC X(9) VALUE
               "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-ID-LINE.
           05  FILLER                     PIC X(8) VALUE "TRAN-ID ".
           05  WS-RPT-ID-TRAN-ID          PIC X(10).
           05  FILLER                     PIC X(11) VALUE
               "  REGISTRY ".
           05  WS-RPT-ID-STATUS           PIC X(10).
           05  FILLER                     PIC X(4) VALUE " DT ".
           05  WS-RPT-ID-DATE             PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-RPT-ID-CYCLE            PIC 9(2).
           05  FILLER                     PIC X(5) VALUE " RUN ".
           05  WS-RPT-ID-RUN-ID           PIC X(8).
       01  WS-RPT-NOREG-LINE.
           05  FILLER                     PIC X(8) VALUE "TRAN-ID ".
           05  WS-RPT-NOREG-TRAN-ID       PIC X(10).
           05  FILLER                     PIC X(17) VALUE
               "  NOT ON REGISTRY".
       01  WS-RPT-NONE-LINE.
           05  FILLER                     PIC X(16) VALUE SPACES.
           05  FILLER                     PIC X(25) VALUE
               "NO LIFECYCLE EVENTS FOUND".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-DATE            PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TIME            PIC 9(6).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TEXT            PIC X(64).
       01  WS-RPT-CONT-LINE.
           05  FILLER                     PIC X(16) VALUE SPACES.
           05  WS-RPT-CONT-TEXT           PIC X(64).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-SWEEP-EDITREJ-LIVE
           PERFORM 1500-SWEEP-EDITREJ-ARCHIVE
           PERFORM 2000-SWEEP-RESUB-XREF
           PERFORM 3000-LOOK-UP-HOLDS
           PERFORM 4000-SWEEP-JOURNAL-LIVE
           PERFORM 4500-SWEEP-JOURNAL-ARCHIVE
           PERFORM 5000-SORT-EVENTS
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0101-READ-ENTITY-PARM
           IF WS-ENTITY-CODE = SPACES
              PERFORM 0105-DEFAULT-ENTITY
           END-IF
           OPEN INPUT TRACE-PARM-FILE
           IF WS-TRACE-PARM-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 0110-READ-ONE-PARM-CARD
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE TRACE-PARM-FILE
           END-IF
           IF WS-ID-COUNT = 0
              DISPLAY "TRANTRCE: NO TRAN-IDS ON TRANTRCE.PARM"
           END-IF
           IF WS-ID-DROPPED > 0
              DISPLAY "TRANTRCE: " WS-ID-DROPPED
                  " TRAN-IDS OVER THE LIMIT NOT TRACED"
           END-IF
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS = "00"
              MOVE "Y" TO WS-HOLD-QUEUE-OPEN
           END-IF
           OPEN INPUT TRANID-REGISTRY-FILE
           IF WS-TRANID-REGISTRY-STATUS = "00"
              MOVE "Y" TO WS-REGISTRY-OPEN
           END-IF
           OPEN OUTPUT TRACE-REPORT-FILE
           MOVE WS-ID-COUNT TO WS-RPT-HDR-ID-COUNT
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE TRACE-REPORT-LINE FROM WS-RPT-HEADER-1.

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
       0105-DEFAULT-ENTITY.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              READ BUSINESS-DATE-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE BDAT-ENTITY-CODE TO WS-ENTITY-CODE
              END-READ
              CLOSE BUSINESS-DATE-FILE
           END-IF.

       0110-READ-ONE-PARM-CARD.
           READ TRACE-PARM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE 0 TO WS-PARM-SUB
                   PERFORM 0120-LOAD-ONE-PARM-ID
                       UNTIL WS-PARM-SUB >= 8
           END-READ.

      *    An id asked for twice is traced once.
       0120-LOAD-ONE-PARM-ID.
           ADD 1 TO WS-PARM-SUB
           IF TRACE-PARM-TRAN-ID(WS-PARM-SUB) NOT = SPACES
              MOVE TRACE-PARM-TRAN-ID(WS-PARM-SUB) TO WS-MATCH-TRAN-ID
              PERFORM 7000-FIND-TRACE-ID
              IF WS-ID-FOUND = "N"
                 IF WS-ID-COUNT >= WS-ID-LIMIT
                    ADD 1 TO WS-ID-DROPPED
                 ELSE
                    ADD 1 TO WS-ID-COUNT
                    MOVE WS-MATCH-TRAN-ID
                        TO WS-ID-TRAN-ID(WS-ID-COUNT)
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  EDIT REJECTS - live then archive, judged identically.
      *****************************************************************
       1000-SWEEP-EDITREJ-LIVE.
           OPEN INPUT EDIT-REJECTS-FILE
           IF WS-EDIT-REJECT-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 1100-READ-ONE-LIVE-EDITREJ
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE EDIT-REJECTS-FILE
           END-IF.

       1100-READ-ONE-LIVE-EDITREJ.
           READ EDIT-REJECTS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF EDTR-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 1200-JUDGE-EDIT-REJECT
                   END-IF
           END-READ.

       1500-SWEEP-EDITREJ-ARCHIVE.
           OPEN INPUT EDITREJ-ARCHIVE-FILE
           IF WS-EDTR-ARCHIVE-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 1600-READ-ONE-ARCH-EDITREJ
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE EDITREJ-ARCHIVE-FILE
           END-IF.

       1600-READ-ONE-ARCH-EDITREJ.
           READ EDITREJ-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE EDTR-ARCHIVE-RECORD TO EDIT-REJECT-RECORD
                   IF EDTR-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 1200-JUDGE-EDIT-REJECT
                   END-IF
           END-READ.

       1200-JUDGE-EDIT-REJECT.
           MOVE EDTR-TRAN-ID TO WS-MATCH-TRAN-ID
           PERFORM 7000-FIND-TRACE-ID
           IF WS-ID-FOUND = "Y"
              MOVE EDTR-REASON-CODE TO WS-EDTR-MSG-REASON
              MOVE EDTR-TRAN-TYPE-CODE TO WS-EDTR-MSG-TYPE
              MOVE EDTR-TRAN-AMOUNT TO WS-EDTR-MSG-AMOUNT
              MOVE EDTR-CYCLE-NUMBER TO WS-EDTR-MSG-CYCLE
              MOVE WS-ID-SUB TO WS-EVENT-ID-SEQ
              MOVE EDTR-RUN-DATE TO WS-EVENT-DATE
              MOVE EDTR-RUN-TIME TO WS-EVENT-TIME
              MOVE 1 TO WS-EVENT-STAGE
              MOVE 1 TO WS-EVENT-LINE
              MOVE WS-EDTR-EVENT-MSG TO WS-EVENT-TEXT
              PERFORM 8000-ADD-EVENT
           END-IF.

      *****************************************************************
      *  REPAIRS - RESUB.XREF is never archived; ARCPURGE leaves it.
      *****************************************************************
       2000-SWEEP-RESUB-XREF.
           OPEN INPUT RESUB-XREF-FILE
           IF WS-RESUB-XREF-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 2100-READ-ONE-RESUB
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE RESUB-XREF-FILE
           END-IF.

       2100-READ-ONE-RESUB.
           READ RESUB-XREF-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF RSUB-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 2200-JUDGE-RESUB
                   END-IF
           END-READ.

       2200-JUDGE-RESUB.
           MOVE RSUB-TRAN-ID TO WS-MATCH-TRAN-ID
           PERFORM 7000-FIND-TRACE-ID
           IF WS-ID-FOUND = "Y"
              MOVE RSUB-REJECT-DATE TO WS-RSUB-MSG-REJECT-DATE
              MOVE RSUB-REJECT-REASON TO WS-RSUB-MSG-REASON
              MOVE RSUB-OPERATOR-ID TO WS-RSUB-MSG-OPERATOR
              MOVE WS-ID-SUB TO WS-EVENT-ID-SEQ
              MOVE RSUB-REPAIR-DATE TO WS-EVENT-DATE
              MOVE RSUB-REPAIR-TIME TO WS-EVENT-TIME
              MOVE 2 TO WS-EVENT-STAGE
              MOVE 1 TO WS-EVENT-LINE
              MOVE WS-RSUB-EVENT-MSG TO WS-EVENT-TEXT
              PERFORM 8000-ADD-EVENT
           END-IF.

      *****************************************************************
      *  HOLDS - the queue is keyed by entity and TRAN-ID, so each
      *  id is read directly rather than swept.
      *****************************************************************
       3000-LOOK-UP-HOLDS.
           IF WS-HOLD-QUEUE-OPEN = "Y"
              MOVE 0 TO WS-ID-SUB
              PERFORM 3100-LOOK-UP-ONE-HOLD
                  UNTIL WS-ID-SUB >= WS-ID-COUNT
           END-IF.

       3100-LOOK-UP-ONE-HOLD.
           ADD 1 TO WS-ID-SUB
           MOVE WS-ENTITY-CODE TO HOLD-ENTITY-CODE
           MOVE WS-ID-TRAN-ID(WS-ID-SUB) TO HOLD-TRAN-ID
           READ HOLD-QUEUE-FILE
               KEY IS HOLD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3200-ADD-HOLD-EVENTS
           END-READ.

       3200-ADD-HOLD-EVENTS.
           MOVE HOLD-REASON-CODE TO WS-HOLD-MSG-REASON
           MOVE HOLD-TRAN-AMOUNT TO WS-HOLD-MSG-AMOUNT
           MOVE HOLD-LIMIT-AMOUNT TO WS-HOLD-MSG-LIMIT
           MOVE HOLD-CYCLE-NUMBER TO WS-HOLD-MSG-CYCLE
           MOVE WS-ID-SUB TO WS-EVENT-ID-SEQ
           MOVE HOLD-BUSINESS-DATE TO WS-EVENT-DATE
           MOVE HOLD-TIME TO WS-EVENT-TIME
           MOVE 3 TO WS-EVENT-STAGE
           MOVE 1 TO WS-EVENT-LINE
           MOVE WS-HOLD-EVENT-MSG TO WS-EVENT-TEXT
           PERFORM 8000-ADD-EVENT
           IF HOLD-STATUS NOT = "H"
              MOVE HOLD-ACTION-OPERATOR TO WS-HACT-MSG-OPERATOR
              IF HOLD-STATUS = "D"
                 MOVE "DECL" TO WS-HACT-MSG-ACTION
                 MOVE HOLD-DECLINE-REASON TO WS-HDCL-MSG-REASON
                 MOVE HOLD-DECLINE-TEXT TO WS-HDCL-MSG-TEXT
                 MOVE WS-HDCL-DETAIL TO WS-HACT-MSG-DETAIL
              ELSE
                 MOVE "RLSD" TO WS-HACT-MSG-ACTION
                 IF HOLD-STATUS = "P"
                    MOVE HOLD-POSTED-DATE TO WS-HPST-MSG-DATE
                    MOVE HOLD-POSTED-CYCLE TO WS-HPST-MSG-CYCLE
                    MOVE WS-HPST-DETAIL TO WS-HACT-MSG-DETAIL
                 ELSE
                    MOVE " AWAITING POSTING" TO WS-HACT-MSG-DETAIL
                 END-IF
              END-IF
              MOVE HOLD-ACTION-DATE TO WS-EVENT-DATE
              MOVE HOLD-ACTION-TIME TO WS-EVENT-TIME
              MOVE 4 TO WS-EVENT-STAGE
              MOVE WS-HACT-EVENT-MSG TO WS-EVENT-TEXT
              PERFORM 8000-ADD-EVENT
           END-IF.

      *****************************************************************
      *  POSTINGS AND REVERSALS - live then archive.  One journal
      *  record can belong to two traced ids: a reversal is judged
      *  once under its own id and once under its original's.
      *****************************************************************
       4000-SWEEP-JOURNAL-LIVE.
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-POSTING-JRNL-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 4100-READ-ONE-LIVE-JOURNAL
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE POSTING-JOURNAL-FILE
           END-IF.

       4100-READ-ONE-LIVE-JOURNAL.
           READ POSTING-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF PJRN-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 4200-JUDGE-JOURNAL
                   END-IF
           END-READ.

       4500-SWEEP-JOURNAL-ARCHIVE.
           OPEN INPUT JOURNAL-ARCHIVE-FILE
           IF WS-PJRN-ARCHIVE-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 4600-READ-ONE-ARCH-JOURNAL
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE JOURNAL-ARCHIVE-FILE
           END-IF.

       4600-READ-ONE-ARCH-JOURNAL.
           READ JOURNAL-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE PJRN-ARCHIVE-RECORD TO POSTING-JOURNAL-RECORD
                   IF PJRN-ENTITY-CODE = WS-ENTITY-CODE
                      PERFORM 4200-JUDGE-JOURNAL
                   END-IF
           END-READ.

       4200-JUDGE-JOURNAL.
           MOVE PJRN-TRAN-ID TO WS-MATCH-TRAN-ID
           PERFORM 7000-FIND-TRACE-ID
           IF WS-ID-FOUND = "Y"
              MOVE SPACES TO WS-JRNL-MSG-TAIL
              IF PJRN-ENTRY-TYPE = "R"
                 MOVE "RVSL" TO WS-JRNL-MSG-ACTION
                 MOVE "OF " TO WS-JRNL-MSG-REF-LABEL
                 MOVE PJRN-ORIGINAL-ID TO WS-JRNL-MSG-REF-ID
                 MOVE WS-JRNL-REF-TAIL TO WS-JRNL-MSG-TAIL
              ELSE
                 MOVE "POST" TO WS-JRNL-MSG-ACTION
                 MOVE PJRN-RESET-FLAG TO WS-JRNL-MSG-RESET
                 MOVE PJRN-TRIP-FLAG TO WS-JRNL-MSG-TRIP
                 MOVE PJRN-DEFERRED-FLAG TO WS-JRNL-MSG-DEFERRED
                 MOVE WS-JRNL-FLAG-TAIL TO WS-JRNL-MSG-TAIL
              END-IF
              MOVE 5 TO WS-EVENT-STAGE
              PERFORM 4300-ADD-JOURNAL-EVENTS
           END-IF
           IF PJRN-ENTRY-TYPE = "R"
              MOVE PJRN-ORIGINAL-ID TO WS-MATCH-TRAN-ID
              PERFORM 7000-FIND-TRACE-ID
              IF WS-ID-FOUND = "Y"
                 MOVE SPACES TO WS-JRNL-MSG-TAIL
                 MOVE "RVSD" TO WS-JRNL-MSG-ACTION
                 MOVE "BY " TO WS-JRNL-MSG-REF-LABEL
                 MOVE PJRN-TRAN-ID TO WS-JRNL-MSG-REF-ID
                 MOVE WS-JRNL-REF-TAIL TO WS-JRNL-MSG-TAIL
                 MOVE 6 TO WS-EVENT-STAGE
                 PERFORM 4300-ADD-JOURNAL-EVENTS
              END-IF
           END-IF.

       4300-ADD-JOURNAL-EVENTS.
           MOVE PJRN-COUNTER-ID TO WS-JRNL-MSG-COUNTER
           MOVE PJRN-AREA-1-BEFORE TO WS-JRNL-MSG-A1-BEFORE
           MOVE PJRN-AREA-1-AFTER TO WS-JRNL-MSG-A1-AFTER
           MOVE PJRN-AREA-2-BEFORE TO WS-JRNL-MSG-A2-BEFORE
           MOVE PJRN-AREA-2-AFTER TO WS-JRNL-MSG-A2-AFTER
           MOVE PJRN-VALUE-BEFORE TO WS-JRNL-MSG-VALUE-BEFORE
           MOVE PJRN-VALUE-AFTER TO WS-JRNL-MSG-VALUE-AFTER
           MOVE PJRN-TRAN-AMOUNT TO WS-JRNL-MSG-AMOUNT
           MOVE PJRN-CYCLE-NUMBER TO WS-JRNL-MSG-CYCLE
           MOVE WS-ID-SUB TO WS-EVENT-ID-SEQ
           MOVE PJRN-BUSINESS-DATE TO WS-EVENT-DATE
           MOVE PJRN-RUN-TIME TO WS-EVENT-TIME
           MOVE PJRN-INPUT-POSITION TO WS-EVENT-POSITION
           MOVE 1 TO WS-EVENT-LINE
           MOVE WS-JRNL-EVENT-MSG-1 TO WS-EVENT-TEXT
           PERFORM 8000-ADD-EVENT
           MOVE 2 TO WS-EVENT-LINE
           MOVE WS-JRNL-EVENT-MSG-2 TO WS-EVENT-TEXT
           PERFORM 8000-ADD-EVENT
           MOVE 0 TO WS-EVENT-POSITION.

      *    Straight selection sort on id, date, time, stage,
      *    position and line
      *    - the table is bounded at WS-EVENT-LIMIT so the worst case
      *    is known.
       5000-SORT-EVENTS.
           IF WS-EVENT-COUNT > 1
              MOVE 0 TO WS-SORT-I
              PERFORM 5100-SORT-ONE-PASS
                  UNTIL WS-SORT-I + 1 >= WS-EVENT-COUNT
           END-IF.

       5100-SORT-ONE-PASS.
           ADD 1 TO WS-SORT-I
           MOVE WS-SORT-I TO WS-SORT-J
           PERFORM 5200-COMPARE-ONE-PAIR
               UNTIL WS-SORT-J >= WS-EVENT-COUNT.

       5200-COMPARE-ONE-PAIR.
           ADD 1 TO WS-SORT-J
           IF WS-EVT-SORT-KEY(WS-SORT-J) <
              WS-EVT-SORT-KEY(WS-SORT-I)
              MOVE WS-EVENT-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
              MOVE WS-EVENT-ENTRY(WS-SORT-J)
                  TO WS-EVENT-ENTRY(WS-SORT-I)
              MOVE WS-SWAP-ENTRY TO WS-EVENT-ENTRY(WS-SORT-J)
           END-IF.

      *    Leaves WS-ID-SUB on the matching entry when found.
       7000-FIND-TRACE-ID.
           MOVE "N" TO WS-ID-FOUND
           MOVE 0 TO WS-ID-SUB
           PERFORM 7010-SCAN-ID-TABLE
               UNTIL WS-ID-FOUND = "Y" OR WS-ID-SUB >= WS-ID-COUNT.

       7010-SCAN-ID-TABLE.
           ADD 1 TO WS-ID-SUB
           IF WS-ID-TRAN-ID(WS-ID-SUB) = WS-MATCH-TRAN-ID
              MOVE "Y" TO WS-ID-FOUND
           END-IF.

       8000-ADD-EVENT.
           IF WS-EVENT-COUNT >= WS-EVENT-LIMIT
              ADD 1 TO WS-EVENT-DROPPED
           ELSE
              ADD 1 TO WS-EVENT-COUNT
              MOVE WS-EVENT-ID-SEQ TO WS-EVT-ID-SEQ(WS-EVENT-COUNT)
              MOVE WS-EVENT-DATE TO WS-EVT-DATE(WS-EVENT-COUNT)
              MOVE WS-EVENT-TIME TO WS-EVT-TIME(WS-EVENT-COUNT)
              MOVE WS-EVENT-STAGE TO WS-EVT-STAGE(WS-EVENT-COUNT)
              MOVE WS-EVENT-POSITION
                  TO WS-EVT-POSITION(WS-EVENT-COUNT)
              MOVE WS-EVENT-LINE TO WS-EVT-LINE(WS-EVENT-COUNT)
              MOVE WS-EVENT-TEXT TO WS-EVT-TEXT(WS-EVENT-COUNT)
           END-IF.

       9000-TERMINATE.
           MOVE 0 TO WS-ID-SUB
           MOVE 0 TO WS-EVENT-SUB
           PERFORM 9100-WRITE-ONE-ID
               UNTIL WS-ID-SUB >= WS-ID-COUNT
           MOVE "TRAN-IDS TRACED........." TO WS-RPT-TOT-LABEL
           MOVE WS-ID-COUNT TO WS-RPT-TOT-COUNT
           WRITE TRACE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE "  NOT ON REGISTRY......." TO WS-RPT-TOT-LABEL
           MOVE WS-IDS-NOT-REGISTERED TO WS-RPT-TOT-COUNT
           WRITE TRACE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE "TRAN-IDS NOT TRACED....." TO WS-RPT-TOT-LABEL
           MOVE WS-ID-DROPPED TO WS-RPT-TOT-COUNT
           WRITE TRACE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE "EVENTS LISTED..........." TO WS-RPT-TOT-LABEL
           MOVE WS-EVENT-COUNT TO WS-RPT-TOT-COUNT
           WRITE TRACE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE "EVENTS DROPPED.........." TO WS-RPT-TOT-LABEL
           MOVE WS-EVENT-DROPPED TO WS-RPT-TOT-COUNT
           WRITE TRACE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           IF WS-EVENT-DROPPED > 0
              DISPLAY "TRANTRCE: " WS-EVENT-DROPPED
                  " EVENTS DROPPED - TRACE FEWER TRAN-IDS"
           END-IF
           IF WS-HOLD-QUEUE-OPEN = "Y"
              CLOSE HOLD-QUEUE-FILE
           END-IF
           IF WS-REGISTRY-OPEN = "Y"
              CLOSE TRANID-REGISTRY-FILE
           END-IF
           CLOSE TRACE-REPORT-FILE.

      *    The events are in id order, so each id's run of entries
      *    follows straight on from the last id's.
       9100-WRITE-ONE-ID.
           ADD 1 TO WS-ID-SUB
           PERFORM 9200-WRITE-ID-HEADER
           MOVE 0 TO WS-ID-EVENT-COUNT
           MOVE "N" TO WS-ID-DONE
           PERFORM 9300-WRITE-ONE-EVENT
               UNTIL WS-ID-DONE = "Y"
           IF WS-ID-EVENT-COUNT = 0
              WRITE TRACE-REPORT-LINE FROM WS-RPT-NONE-LINE
           END-IF.

       9200-WRITE-ID-HEADER.
           MOVE "N" TO WS-ID-FOUND
           IF WS-REGISTRY-OPEN = "Y"
              MOVE WS-ENTITY-CODE TO TRID-ENTITY-CODE
              MOVE WS-ID-TRAN-ID(WS-ID-SUB) TO TRID-TRAN-ID
              READ TRANID-REGISTRY-FILE
                  KEY IS TRID-KEY
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y" TO WS-ID-FOUND
              END-READ
           END-IF
           IF WS-ID-FOUND = "Y"
              MOVE TRID-TRAN-ID TO WS-RPT-ID-TRAN-ID
              EVALUATE TRID-STATUS
                  WHEN "P"
                      MOVE "POSTED    " TO WS-RPT-ID-STATUS
                  WHEN "E"
                      MOVE "EDIT REJ  " TO WS-RPT-ID-STATUS
                  WHEN "R"
                      MOVE "REVERSED  " TO WS-RPT-ID-STATUS
                  WHEN "V"
                      MOVE "REVERSAL  " TO WS-RPT-ID-STATUS
                  WHEN "H"
                      MOVE "HELD      " TO WS-RPT-ID-STATUS
                  WHEN OTHER
                      MOVE TRID-STATUS TO WS-RPT-ID-STATUS
              END-EVALUATE
              MOVE TRID-BUSINESS-DATE TO WS-RPT-ID-DATE
              MOVE TRID-CYCLE-NUMBER TO WS-RPT-ID-CYCLE
              MOVE TRID-RUN-ID TO WS-RPT-ID-RUN-ID
              WRITE TRACE-REPORT-LINE FROM WS-RPT-ID-LINE
           ELSE
              ADD 1 TO WS-IDS-NOT-REGISTERED
              MOVE WS-ID-TRAN-ID(WS-ID-SUB) TO WS-RPT-NOREG-TRAN-ID
              WRITE TRACE-REPORT-LINE FROM WS-RPT-NOREG-LINE
           END-IF.

      *    A journal record's second line carries no date or time of
      *    its own - it prints indented under the first.
       9300-WRITE-ONE-EVENT.
           COMPUTE WS-NEXT-SUB = WS-EVENT-SUB + 1
           IF WS-NEXT-SUB > WS-EVENT-COUNT
              MOVE "Y" TO WS-ID-DONE
           ELSE
              IF WS-EVT-ID-SEQ(WS-NEXT-SUB) NOT = WS-ID-SUB
                 MOVE "Y" TO WS-ID-DONE
              ELSE
                 MOVE WS-NEXT-SUB TO WS-EVENT-SUB
                 ADD 1 TO WS-ID-EVENT-COUNT
                 IF WS-EVT-LINE(WS-EVENT-SUB) > 1
                    MOVE WS-EVT-TEXT(WS-EVENT-SUB) TO WS-RPT-CONT-TEXT
                    WRITE TRACE-REPORT-LINE FROM WS-RPT-CONT-LINE
                 ELSE
                    MOVE WS-EVT-DATE(WS-EVENT-SUB) TO WS-RPT-DTL-DATE
                    MOVE WS-EVT-TIME(WS-EVENT-SUB) TO WS-RPT-DTL-TIME
                    MOVE WS-EVT-TEXT(WS-EVENT-SUB) TO WS-RPT-DTL-TEXT
                    WRITE TRACE-REPORT-LINE FROM WS-RPT-DETAIL-LINE
                 END-IF
              END-IF
           END-IF.
