       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLBACK.
      *****************************************************************
      *  Cycle rollback - backs one BUGSOLUTION run out as if it had
      *  never happened.  The run is named on a single rollback card
      *  (CYCLBACK.CARD) by business date, cycle and run-id, with
      *  the operator asking for it and a second operator approving
      *  it.  Both are validated against OPERSEC.MASTER as CNTRMAIN
      *  validates maintenance cards: the requester must be active
      *  with adjust or approve rights, the approver active with
      *  approve ("P") rights, and the two must differ.  A refusal
      *  goes to MAINT.REJECTS; an absent security master refuses
      *  the card.
      *  Only the latest posted run can be rolled back - the
      *  business-date control must show the card's date and cycle
      *  as last posted, no GL posting may already cover the date,
      *  and COUNTER.GENS must hold the generation BUGSOLUTION cut
      *  before the run.  Anything else is refused with nothing
      *  touched.  A rollback:
      *    - restores every counter on COUNTER.STATE from the
      *      generation and removes counters the run first created,
      *      writing each one to ROLLBACK.AUDIT with its values
      *      before and after and both operators;
      *    - returns originals the run reversed to "P", hands items
      *      released through HOLDREL and posted by the run back to
      *      the hold queue as released, and removes every other
      *      TRANID.REGISTRY entry stamped with the run-id;
      *    - removes HOLD.QUEUE items the run held, the run's
      *      RUN.HISTORY record and its COUNTER.ACTIVITY records;
      *    - drops the run's records from OVERFLOW.AUDIT,
      *      ADJUST.REJECTS and EDIT.REJECTS by business date and
      *      cycle, and from POSTING.JOURNAL by business date, cycle
      *      and run-id, through a KEEP work file as ARCPURGE does;
      *    - steps BDAT-LAST-POSTED-DATE/CYCLE back to what they were
      *      before the run, so the cycle can be run again;
      *    - puts the cycle's STEP.CONTROL records back to where the
      *      rerun starts: the volume proof (TRANGATE, TRANSPLT)
      *      stands, each stream job goes back to pending, and the
      *      records of every step from the posting on are removed
      *      so none of them will run before the posting is redone.
      *  A refused rollback ends with return code 8.
      *  A rollback backs out one entity's run: the entity comes from
      *  ENTITY.PARM, both operators must be entitled to it on
      *  OPERSEC.MASTER (refused ENTY otherwise), and every record
      *  touched - counters, registry, holds, history, activity,
      *  logs, step control and the business-date record - is that
      *  entity's alone.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLBACK-CARD-FILE ASSIGN TO "CYCLBACK.CARD"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ROLLBACK-CARD-STATUS.

           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTITY.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTITY-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.

           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPER-OPERATOR-ID
               FILE STATUS WS-OPER-SECURITY-STATUS.

           SELECT MAINT-REJECT-FILE ASSIGN TO "MAINT.REJECTS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MAINT-REJECT-STATUS.

           SELECT GL-BASE-FILE ASSIGN TO "GLPOST.BASE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-GL-BASE-STATUS.

           SELECT COUNTER-GENERATION-FILE ASSIGN TO "COUNTER.GENS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CGEN-KEY
               FILE STATUS WS-COUNTER-GEN-STATUS.

           SELECT COUNTER-STATE-FILE ASSIGN TO "COUNTER.STATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNTR-KEY
               FILE STATUS WS-CNTR-STATE-STATUS.

           SELECT TRANID-REGISTRY-FILE ASSIGN TO "TRANID.REGISTRY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRID-KEY
               FILE STATUS WS-TRANID-REGISTRY-STATUS.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLD.QUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HOLD-KEY
               FILE STATUS WS-HOLD-QUEUE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUN.HISTORY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RUNH-KEY
               FILE STATUS WS-RUN-HISTORY-STATUS.

           SELECT COUNTER-ACTIVITY-FILE ASSIGN TO "COUNTER.ACTIVITY"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CACT-KEY
               FILE STATUS WS-CNTR-ACTIVITY-STATUS.

           SELECT OVERFLOW-AUDIT-FILE ASSIGN TO "OVERFLOW.AUDIT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OVFL-AUDIT-STATUS.

           SELECT OVERFLOW-KEEP-FILE ASSIGN TO "OVERFLOW.KEEP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OVFL-KEEP-STATUS.

           SELECT ADJUSTMENT-REJECTS-FILE ASSIGN TO "ADJUST.REJECTS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADJ-REJECT-STATUS.

           SELECT ADJREJ-KEEP-FILE ASSIGN TO "ADJREJ.KEEP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADJR-KEEP-STATUS.

           SELECT EDIT-REJECT-FILE ASSIGN TO "EDIT.REJECTS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EDIT-REJECT-STATUS.

           SELECT EDITREJ-KEEP-FILE ASSIGN TO "EDITREJ.KEEP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EDTR-KEEP-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTING.JOURNAL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-POSTING-JRNL-STATUS.

           SELECT JOURNAL-KEEP-FILE ASSIGN TO "JOURNAL.KEEP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PJRN-KEEP-STATUS.

           SELECT ROLLBACK-AUDIT-FILE ASSIGN TO "ROLLBACK.AUDIT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ROLLBACK-AUDIT-STATUS.

           SELECT ROLLBACK-REPORT-FILE ASSIGN TO "CYCLBACK.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ROLLBACK-REPORT-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEP.CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY STEP-KEY
               FILE STATUS WS-STEP-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLLBACK-CARD-FILE.
       COPY RBCKCRD.

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  OPERATOR-SECURITY-FILE.
       COPY OPERSEC.

       FD  MAINT-REJECT-FILE.
       COPY MNTREJ.

       FD  GL-BASE-FILE.
       COPY GLBASE.

       FD  COUNTER-GENERATION-FILE.
       COPY CNTRGEN.

       FD  COUNTER-STATE-FILE.
       COPY CNTRSTAT.

       FD  TRANID-REGISTRY-FILE.
       COPY TRANREG.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDQUE.

       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  COUNTER-ACTIVITY-FILE.
       COPY CNTRACT.

       FD  OVERFLOW-AUDIT-FILE.
       COPY OVFLAUD.

      *    Keep records are plain images of the live record - keep
      *    the lengths in step with the copybooks.
       FD  OVERFLOW-KEEP-FILE.
       01  OVFL-KEEP-RECORD               PIC X(39).

       FD  ADJUSTMENT-REJECTS-FILE.
       COPY ADJREJ.

       FD  ADJREJ-KEEP-FILE.
       01  ADJR-KEEP-RECORD               PIC X(85).

       FD  EDIT-REJECT-FILE.
       COPY EDITREJ.

       FD  EDITREJ-KEEP-FILE.
       01  EDTR-KEEP-RECORD               PIC X(52).

       FD  POSTING-JOURNAL-FILE.
       COPY PSTJRNL.

       FD  JOURNAL-KEEP-FILE.
       01  PJRN-KEEP-RECORD               PIC X(127).

       FD  ROLLBACK-AUDIT-FILE.
       COPY RBAUD.

       FD  ROLLBACK-REPORT-FILE.
       01  ROLLBACK-REPORT-LINE           PIC X(80).

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-ROLLBACK-CARD-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
       01  WS-OPER-SECURITY-STATUS        PIC XX VALUE SPACES.
       01  WS-MAINT-REJECT-STATUS         PIC XX VALUE SPACES.
       01  WS-GL-BASE-STATUS              PIC XX VALUE SPACES.
       01  WS-COUNTER-GEN-STATUS          PIC XX VALUE SPACES.
       01  WS-CNTR-STATE-STATUS           PIC XX VALUE SPACES.
       01  WS-TRANID-REGISTRY-STATUS      PIC XX VALUE SPACES.
       01  WS-HOLD-QUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-CNTR-ACTIVITY-STATUS        PIC XX VALUE SPACES.
       01  WS-OVFL-AUDIT-STATUS           PIC XX VALUE SPACES.
       01  WS-OVFL-KEEP-STATUS            PIC XX VALUE SPACES.
       01  WS-ADJ-REJECT-STATUS           PIC XX VALUE SPACES.
       01  WS-ADJR-KEEP-STATUS            PIC XX VALUE SPACES.
       01  WS-EDIT-REJECT-STATUS          PIC XX VALUE SPACES.
       01  WS-EDTR-KEEP-STATUS            PIC XX VALUE SPACES.
       01  WS-POSTING-JRNL-STATUS         PIC XX VALUE SPACES.
       01  WS-PJRN-KEEP-STATUS            PIC XX VALUE SPACES.
       01  WS-ROLLBACK-AUDIT-STATUS       PIC XX VALUE SPACES.
       01  WS-ROLLBACK-REPORT-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                    PIC X VALUE "N".
       01  WS-DATE-TIME-STAMP.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(6).

      *    Run being rolled back, from the card - cycle zero reads
      *    as the morning cycle, as on the business-date control.
       01  WS-ROLLBACK-DATE               PIC 9(8) VALUE 0.
       01  WS-ROLLBACK-CYCLE              PIC 9(2) VALUE 0.
       01  WS-ROLLBACK-RUN-ID             PIC X(8) VALUE SPACES.
       01  WS-REQUEST-OPERATOR            PIC X(8) VALUE SPACES.
       01  WS-APPROVE-OPERATOR            PIC X(8) VALUE SPACES.
       01  WS-ROLLBACK-REASON             PIC X(4) VALUE SPACES.
      *    Last posted date and cycle before the run, off the "B"
      *    record of its generation.
       01  WS-PRIOR-POSTED-DATE           PIC 9(8) VALUE 0.
       01  WS-PRIOR-POSTED-CYCLE          PIC 9(2) VALUE 0.

      *    Refusal reason - spaces while the rollback may proceed:
      *      CARD - no rollback card, or date/cycle not numeric
      *      NOOP/INAC/ENTL/SAME/ENTY - operator security (MNTREJ)
      *      NLST - run is not the last one posted
      *      GLPD - a GL posting already covers the business date
      *      NOGN - no pre-run generation on COUNTER.GENS
       01  WS-RUN-BLOCKED                 PIC X VALUE "N".
       01  WS-REFUSE-REASON               PIC X(4) VALUE SPACES.
       01  WS-REFUSED-OPERATOR            PIC X(8) VALUE SPACES.
       01  WS-OPER-SECURITY-OPEN          PIC X VALUE "N".
      *    Set by 0127 - "Y" when the operator just read holds the
      *    run's entity, or every entity, on OPERSEC.MASTER.
       01  WS-OPER-ENTITLED               PIC X VALUE "N".
       01  WS-OPER-ENTITY-SUB             PIC 9(2) VALUE 0.
       01  WS-FILES-OPEN                  PIC X VALUE "N".

       01  WS-COUNTER-ON-FILE             PIC X VALUE "N".
       01  WS-RELEASE-RETURNED            PIC X VALUE "N".
       01  WS-RESUME-TRAN-ID              PIC X(10) VALUE SPACES.

       01  WS-COUNTERS-RESTORED           PIC 9(7) VALUE 0.
       01  WS-COUNTERS-REMOVED            PIC 9(7) VALUE 0.
       01  WS-ORIGINALS-RESTORED          PIC 9(7) VALUE 0.
       01  WS-RELEASES-RETURNED           PIC 9(7) VALUE 0.
       01  WS-REGISTRY-REMOVED            PIC 9(7) VALUE 0.
       01  WS-HOLDS-REMOVED               PIC 9(7) VALUE 0.
       01  WS-HISTORY-REMOVED             PIC 9(7) VALUE 0.
       01  WS-CACT-REMOVED                PIC 9(7) VALUE 0.
       01  WS-OVFL-REMOVED                PIC 9(7) VALUE 0.
       01  WS-ADJR-REMOVED                PIC 9(7) VALUE 0.
       01  WS-EDTR-REMOVED                PIC 9(7) VALUE 0.
       01  WS-PJRN-REMOVED                PIC 9(7) VALUE 0.
       01  WS-STEPS-RESET                 PIC 9(7) VALUE 0.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(36) VALUE
               "CYCLE ROLLBACK                   DT ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-RPT-HDR-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(5) VALUE " RUN ".
           05  WS-RPT-HDR-RUN-ID          PIC X(8).
           05  FILLER                     PIC X(5) VALUE " ENT ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(13) VALUE
               "REQUESTED BY ".
           05  WS-RPT-HDR-REQUESTER       PIC X(8).
           05  FILLER                     PIC X(13) VALUE
               "  APPROVED BY".
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-HDR-APPROVER        PIC X(8).
           05  FILLER                     PIC X(6) VALUE "  RSN ".
           05  WS-RPT-HDR-REASON          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-HDR-REASON-TEXT     PIC X(26).
       01  WS-RPT-HEADER-3.
           05  FILLER                     PIC X(39) VALUE
               "COUNTER-ID ACTN A1WAS A1NOW A2WAS A2NOW".
           05  FILLER                     PIC X(32) VALUE
               "       VALUE WAS       VALUE NOW".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-COUNTER-ID      PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-ACTION          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-A1-WAS          PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-A1-NOW          PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-A2-WAS          PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-A2-NOW          PIC ZZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-VALUE-WAS       PIC ZZZZZZZZZZ9.99-.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-VALUE-NOW       PIC ZZZZZZZZZZ9.99-.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.
       01  WS-RPT-POSTED-LINE.
           05  FILLER                     PIC X(24) VALUE
               "LAST POSTED NOW.........".
           05  WS-RPT-PST-DATE            PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-RPT-PST-CYCLE           PIC 9(2).
       01  WS-RPT-REFUSED-LINE.
           05  FILLER                     PIC X(20) VALUE
               "ROLLBACK REFUSED -  ".
           05  WS-RPT-REF-REASON          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-REF-TEXT            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF WS-RUN-BLOCKED = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 1000-RESTORE-COUNTERS
              PERFORM 1500-REMOVE-NEW-COUNTERS
              PERFORM 2000-UNREVERSE-ORIGINALS
              PERFORM 2200-REMOVE-REGISTRY-ENTRIES
              PERFORM 3000-REMOVE-HELD-ITEMS
              PERFORM 4000-REMOVE-RUN-HISTORY
              PERFORM 4500-REMOVE-COUNTER-ACTIVITY
              PERFORM 5000-DROP-OVERFLOW-AUDIT
              PERFORM 5200-DROP-ADJUST-REJECTS
              PERFORM 5400-DROP-EDIT-REJECTS
              PERFORM 5600-DROP-POSTING-JOURNAL
              PERFORM 6000-STEP-BACK-BUSINESS-DATE
              PERFORM 6500-RESET-STEP-CONTROL
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    Every check runs before anything is opened for update, so
      *    a refused rollback touches nothing but the report and
      *    MAINT.REJECTS.
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           OPEN OUTPUT ROLLBACK-REPORT-FILE
           PERFORM 0101-READ-ENTITY-PARM
           IF WS-ENTITY-CODE = SPACES
              PERFORM 0105-DEFAULT-ENTITY
           END-IF
           PERFORM 0110-READ-ROLLBACK-CARD
           MOVE WS-ROLLBACK-DATE TO WS-RPT-HDR-DATE
           MOVE WS-ROLLBACK-CYCLE TO WS-RPT-HDR-CYCLE
           MOVE WS-ROLLBACK-RUN-ID TO WS-RPT-HDR-RUN-ID
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE ROLLBACK-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE ROLLBACK-REPORT-LINE FROM WS-RPT-HEADER-2
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0120-CHECK-OPERATOR-SECURITY
           END-IF
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0130-CHECK-LATEST-RUN
           END-IF
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0140-CHECK-GL-POSTING
           END-IF
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0150-FIND-GENERATION
           END-IF
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0160-OPEN-FILES
              WRITE ROLLBACK-REPORT-LINE FROM WS-RPT-HEADER-3
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

      *    One card per run - a rollback is always one run, the
      *    latest, so nothing past the first card is read.
       0110-READ-ROLLBACK-CARD.
           OPEN INPUT ROLLBACK-CARD-FILE
           IF WS-ROLLBACK-CARD-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-BLOCKED
              MOVE "CARD" TO WS-REFUSE-REASON
           ELSE
              READ ROLLBACK-CARD-FILE
                  AT END
                      MOVE "Y" TO WS-RUN-BLOCKED
                      MOVE "CARD" TO WS-REFUSE-REASON
                  NOT AT END
                      MOVE RBCK-REQUEST-OPERATOR
                          TO WS-RPT-HDR-REQUESTER
                      MOVE RBCK-APPROVE-OPERATOR
                          TO WS-RPT-HDR-APPROVER
                      MOVE RBCK-REASON-CODE TO WS-RPT-HDR-REASON
                      MOVE RBCK-REASON-TEXT
                          TO WS-RPT-HDR-REASON-TEXT
                      MOVE RBCK-RUN-ID TO WS-ROLLBACK-RUN-ID
                      MOVE RBCK-REQUEST-OPERATOR
                          TO WS-REQUEST-OPERATOR
                      MOVE RBCK-APPROVE-OPERATOR
                          TO WS-APPROVE-OPERATOR
                      MOVE RBCK-REASON-CODE TO WS-ROLLBACK-REASON
                      IF RBCK-BUSINESS-DATE IS NUMERIC
                         AND RBCK-CYCLE-NUMBER IS NUMERIC
                         MOVE RBCK-BUSINESS-DATE TO WS-ROLLBACK-DATE
                         MOVE RBCK-CYCLE-NUMBER TO WS-ROLLBACK-CYCLE
                         IF WS-ROLLBACK-CYCLE = 0
                            MOVE 1 TO WS-ROLLBACK-CYCLE
                         END-IF
                      ELSE
                         MOVE "Y" TO WS-RUN-BLOCKED
                         MOVE "CARD" TO WS-REFUSE-REASON
                      END-IF
              END-READ
              CLOSE ROLLBACK-CARD-FILE
           END-IF.

      *    Dual approval, as CNTRMAIN's APPR card: the approver is a
      *    second operator with approve rights.  The counter-value
      *    ceiling has no meaning for a whole-run rollback and is
      *    not applied.
       0120-CHECK-OPERATOR-SECURITY.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPER-SECURITY-STATUS = "00"
              MOVE "Y" TO WS-OPER-SECURITY-OPEN
           ELSE
      *       Failing safe: no security master means no rollback.
              DISPLAY "CYCLBACK: OPERATOR SECURITY MASTER NOT "
                  "AVAILABLE - ROLLBACK WILL BE REFUSED"
              MOVE "Y" TO WS-RUN-BLOCKED
              MOVE "NOOP" TO WS-REFUSE-REASON
              MOVE WS-REQUEST-OPERATOR TO WS-REFUSED-OPERATOR
           END-IF
           IF WS-RUN-BLOCKED NOT = "Y"
              MOVE WS-REQUEST-OPERATOR TO WS-REFUSED-OPERATOR
              MOVE WS-REQUEST-OPERATOR TO OPER-OPERATOR-ID
              READ OPERATOR-SECURITY-FILE
                  INVALID KEY
                      MOVE "Y" TO WS-RUN-BLOCKED
                      MOVE "NOOP" TO WS-REFUSE-REASON
                  NOT INVALID KEY
                      IF OPER-ACTIVE NOT = "Y"
                         MOVE "Y" TO WS-RUN-BLOCKED
                         MOVE "INAC" TO WS-REFUSE-REASON
                      ELSE
                         IF OPER-ENTITLEMENT NOT = "A"
                            AND OPER-ENTITLEMENT NOT = "P"
                            MOVE "Y" TO WS-RUN-BLOCKED
                            MOVE "ENTL" TO WS-REFUSE-REASON
                         ELSE
                            PERFORM 0127-CHECK-OPER-ENTITY
                            IF WS-OPER-ENTITLED NOT = "Y"
                               MOVE "Y" TO WS-RUN-BLOCKED
                               MOVE "ENTY" TO WS-REFUSE-REASON
                            END-IF
                         END-IF
                      END-IF
              END-READ
           END-IF
           IF WS-RUN-BLOCKED NOT = "Y"
              MOVE WS-APPROVE-OPERATOR TO WS-REFUSED-OPERATOR
              IF WS-APPROVE-OPERATOR = WS-REQUEST-OPERATOR
                 MOVE "Y" TO WS-RUN-BLOCKED
                 MOVE "SAME" TO WS-REFUSE-REASON
              ELSE
                 MOVE WS-APPROVE-OPERATOR TO OPER-OPERATOR-ID
                 READ OPERATOR-SECURITY-FILE
                     INVALID KEY
                         MOVE "Y" TO WS-RUN-BLOCKED
                         MOVE "NOOP" TO WS-REFUSE-REASON
                     NOT INVALID KEY
                         IF OPER-ACTIVE NOT = "Y"
                            MOVE "Y" TO WS-RUN-BLOCKED
                            MOVE "INAC" TO WS-REFUSE-REASON
                         ELSE
                            IF OPER-ENTITLEMENT NOT = "P"
                               MOVE "Y" TO WS-RUN-BLOCKED
                               MOVE "ENTL" TO WS-REFUSE-REASON
                            ELSE
                               PERFORM 0127-CHECK-OPER-ENTITY
                               IF WS-OPER-ENTITLED NOT = "Y"
                                  MOVE "Y" TO WS-RUN-BLOCKED
                                  MOVE "ENTY" TO WS-REFUSE-REASON
                               END-IF
                            END-IF
                         END-IF
                 END-READ
              END-IF
           END-IF
           IF WS-OPER-SECURITY-OPEN = "Y"
              CLOSE OPERATOR-SECURITY-FILE
           END-IF
           IF WS-RUN-BLOCKED = "Y"
              PERFORM 0125-WRITE-MAINT-REJECT
           END-IF.

      *    The counter-id slot on MAINT.REJECTS carries the run-id
      *    the refused card named.
       0125-WRITE-MAINT-REJECT.
           OPEN EXTEND MAINT-REJECT-FILE
           IF WS-MAINT-REJECT-STATUS = "05" OR
              WS-MAINT-REJECT-STATUS = "35"
              CLOSE MAINT-REJECT-FILE
              OPEN OUTPUT MAINT-REJECT-FILE
              CLOSE MAINT-REJECT-FILE
              OPEN EXTEND MAINT-REJECT-FILE
           END-IF
           MOVE WS-CURRENT-DATE TO MREJ-REJECT-DATE
           MOVE WS-CURRENT-TIME TO MREJ-REJECT-TIME
           MOVE WS-REFUSED-OPERATOR TO MREJ-OPERATOR-ID
           MOVE "RBCK" TO MREJ-ACTION-CODE
           MOVE WS-ROLLBACK-RUN-ID TO MREJ-COUNTER-ID
           MOVE SPACE TO MREJ-TARGET-AREA
           MOVE 0 TO MREJ-NEW-VALUE
           MOVE WS-REFUSE-REASON TO MREJ-REASON-CODE
           MOVE WS-ENTITY-CODE TO MREJ-ENTITY-CODE
           WRITE MAINT-REJECT-RECORD
           CLOSE MAINT-REJECT-FILE.

      *    The operator record in hand must list the run's entity,
      *    or "***" for every entity, in one of its slots.  With no
      *    entity named at all nobody is entitled - a blank slot must
      *    not pass as a match.
       0127-CHECK-OPER-ENTITY.
           MOVE "N" TO WS-OPER-ENTITLED
           MOVE 0 TO WS-OPER-ENTITY-SUB
           PERFORM 0128-CHECK-ONE-OPER-ENTITY
               UNTIL WS-OPER-ENTITLED = "Y"
               OR WS-OPER-ENTITY-SUB >= 8.

       0128-CHECK-ONE-OPER-ENTITY.
           ADD 1 TO WS-OPER-ENTITY-SUB
           IF WS-ENTITY-CODE NOT = SPACES
              IF OPER-ENTITY-CODE(WS-OPER-ENTITY-SUB) = WS-ENTITY-CODE
                 OR OPER-ENTITY-CODE(WS-OPER-ENTITY-SUB) = "***"
                 MOVE "Y" TO WS-OPER-ENTITLED
              END-IF
           END-IF.

      *    Later runs posted on top of this one - rolling it back
      *    alone would strand them, so only the run the business-date
      *    control shows as last posted is eligible.
       0130-CHECK-LATEST-RUN.
           MOVE "Y" TO WS-RUN-BLOCKED
           MOVE "NLST" TO WS-REFUSE-REASON
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              MOVE "N" TO WS-BUSDATE-FOUND
              PERFORM 0135-FIND-ENTITY-DATE
                  UNTIL WS-BUSDATE-FOUND = "Y"
                  OR WS-EOF-BUSDATE = "Y"
              IF WS-BUSDATE-FOUND = "Y"
                 IF BDAT-LAST-POSTED-DATE = WS-ROLLBACK-DATE
                    AND BDAT-LAST-POSTED-CYCLE = WS-ROLLBACK-CYCLE
                    MOVE "N" TO WS-RUN-BLOCKED
                    MOVE SPACES TO WS-REFUSE-REASON
                 END-IF
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.

       0135-FIND-ENTITY-DATE.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BUSDATE
               NOT AT END
                   IF BDAT-ENTITY-CODE = WS-ENTITY-CODE
                      MOVE "Y" TO WS-BUSDATE-FOUND
                   END-IF
           END-READ.

      *    Once GLPOST has rolled its baseline past the date the
      *    run's value is on the ledger - that is a GL correction,
      *    not a rollback.
       0140-CHECK-GL-POSTING.
           OPEN INPUT GL-BASE-FILE
           IF WS-GL-BASE-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 0145-CHECK-ONE-BASELINE
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE GL-BASE-FILE
           END-IF.

       0145-CHECK-ONE-BASELINE.
           READ GL-BASE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF GLB-ENTITY-CODE = WS-ENTITY-CODE
                      AND GLB-POSTED-THRU-DATE NOT < WS-ROLLBACK-DATE
                      MOVE "Y" TO WS-RUN-BLOCKED
                      MOVE "GLPD" TO WS-REFUSE-REASON
                      MOVE "Y" TO WS-EOF-FLAG
                   END-IF
           END-READ.

       0150-FIND-GENERATION.
           OPEN I-O COUNTER-GENERATION-FILE
           IF WS-COUNTER-GEN-STATUS NOT = "00"
              MOVE "Y" TO WS-RUN-BLOCKED
              MOVE "NOGN" TO WS-REFUSE-REASON
           ELSE
              MOVE WS-ENTITY-CODE TO CGEN-ENTITY-CODE
              MOVE WS-ROLLBACK-DATE TO CGEN-BUSINESS-DATE
              MOVE WS-ROLLBACK-CYCLE TO CGEN-CYCLE-NUMBER
              MOVE WS-ROLLBACK-RUN-ID TO CGEN-RUN-ID
              MOVE SPACES TO CGEN-COUNTER-ID
              READ COUNTER-GENERATION-FILE
                  INVALID KEY
                      MOVE "Y" TO WS-RUN-BLOCKED
                      MOVE "NOGN" TO WS-REFUSE-REASON
                  NOT INVALID KEY
                      MOVE CGEN-PRIOR-POSTED-DATE
                          TO WS-PRIOR-POSTED-DATE
                      MOVE CGEN-PRIOR-POSTED-CYCLE
                          TO WS-PRIOR-POSTED-CYCLE
              END-READ
              IF WS-RUN-BLOCKED = "Y"
                 CLOSE COUNTER-GENERATION-FILE
              END-IF
           END-IF.

       0160-OPEN-FILES.
           MOVE "Y" TO WS-FILES-OPEN
           OPEN I-O COUNTER-STATE-FILE
           IF WS-CNTR-STATE-STATUS = "35"
              CLOSE COUNTER-STATE-FILE
              OPEN OUTPUT COUNTER-STATE-FILE
              CLOSE COUNTER-STATE-FILE
              OPEN I-O COUNTER-STATE-FILE
           END-IF
           OPEN I-O TRANID-REGISTRY-FILE
           IF WS-TRANID-REGISTRY-STATUS = "35"
              CLOSE TRANID-REGISTRY-FILE
              OPEN OUTPUT TRANID-REGISTRY-FILE
              CLOSE TRANID-REGISTRY-FILE
              OPEN I-O TRANID-REGISTRY-FILE
           END-IF
           OPEN I-O HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS = "35"
              CLOSE HOLD-QUEUE-FILE
              OPEN OUTPUT HOLD-QUEUE-FILE
              CLOSE HOLD-QUEUE-FILE
              OPEN I-O HOLD-QUEUE-FILE
           END-IF
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "35"
              CLOSE RUN-HISTORY-FILE
              OPEN OUTPUT RUN-HISTORY-FILE
              CLOSE RUN-HISTORY-FILE
              OPEN I-O RUN-HISTORY-FILE
           END-IF
           OPEN EXTEND ROLLBACK-AUDIT-FILE
           IF WS-ROLLBACK-AUDIT-STATUS = "05" OR
              WS-ROLLBACK-AUDIT-STATUS = "35"
              CLOSE ROLLBACK-AUDIT-FILE
              OPEN OUTPUT ROLLBACK-AUDIT-FILE
              CLOSE ROLLBACK-AUDIT-FILE
              OPEN EXTEND ROLLBACK-AUDIT-FILE
           END-IF.

      *****************************************************************
      *  COUNTER.STATE
      *****************************************************************
      *    The generation's "C" records follow its "B" record in key
      *    order; the sweep stops at the first key of another run.
       1000-RESTORE-COUNTERS.
           MOVE WS-ENTITY-CODE TO CGEN-ENTITY-CODE
           MOVE WS-ROLLBACK-DATE TO CGEN-BUSINESS-DATE
           MOVE WS-ROLLBACK-CYCLE TO CGEN-CYCLE-NUMBER
           MOVE WS-ROLLBACK-RUN-ID TO CGEN-RUN-ID
           MOVE SPACES TO CGEN-COUNTER-ID
           MOVE "N" TO WS-EOF-FLAG
           START COUNTER-GENERATION-FILE KEY > CGEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM 1100-RESTORE-ONE-COUNTER
               UNTIL WS-EOF-FLAG = "Y".

       1100-RESTORE-ONE-COUNTER.
           READ COUNTER-GENERATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF CGEN-ENTITY-CODE NOT = WS-ENTITY-CODE
                      OR CGEN-BUSINESS-DATE NOT = WS-ROLLBACK-DATE
                      OR CGEN-CYCLE-NUMBER NOT = WS-ROLLBACK-CYCLE
                      OR CGEN-RUN-ID NOT = WS-ROLLBACK-RUN-ID
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      IF CGEN-RECORD-TYPE = "C"
                         PERFORM 1150-APPLY-COUNTER-IMAGE
                      END-IF
                   END-IF
           END-READ.

       1150-APPLY-COUNTER-IMAGE.
           MOVE CGEN-ENTITY-CODE TO CNTR-ENTITY-CODE
           MOVE CGEN-COUNTER-ID TO CNTR-COUNTER-ID
           READ COUNTER-STATE-FILE
               INVALID KEY
                   MOVE "N" TO WS-COUNTER-ON-FILE
                   MOVE 0 TO RBAU-BEFORE-AREA-1
                   MOVE 0 TO RBAU-BEFORE-GENERATION
                   MOVE 0 TO RBAU-BEFORE-AREA-2
                   MOVE 0 TO RBAU-BEFORE-OVFL-FLAG
                   MOVE 0 TO RBAU-BEFORE-VALUE
                   MOVE 0 TO RBAU-BEFORE-OUTST-DEC
               NOT INVALID KEY
                   MOVE "Y" TO WS-COUNTER-ON-FILE
                   PERFORM 1700-SAVE-BEFORE-VALUES
           END-READ
           MOVE CGEN-COUNTER-IMAGE TO CNTR-STATE-RECORD
           MOVE CNTR-AREA-1 TO RBAU-AFTER-AREA-1
           MOVE CNTR-AREA-1-GENERATION TO RBAU-AFTER-GENERATION
           MOVE CNTR-AREA-2 TO RBAU-AFTER-AREA-2
           MOVE CNTR-OVERFLOW-FLAG TO RBAU-AFTER-OVFL-FLAG
           MOVE CNTR-VALUE-ACCUM TO RBAU-AFTER-VALUE
           MOVE CNTR-OUTSTANDING-DEC TO RBAU-AFTER-OUTST-DEC
           IF WS-COUNTER-ON-FILE = "Y"
              REWRITE CNTR-STATE-RECORD
           ELSE
              WRITE CNTR-STATE-RECORD
           END-IF
           ADD 1 TO WS-COUNTERS-RESTORED
           MOVE CNTR-COUNTER-ID TO RBAU-COUNTER-ID
           MOVE "REST" TO RBAU-ACTION
           PERFORM 1800-WRITE-ROLLBACK-AUDIT.

      *    A counter with no image in the generation did not exist
      *    before the run - the run's first item of a new type
      *    created it - so it goes.
       1500-REMOVE-NEW-COUNTERS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
           MOVE LOW-VALUES TO CNTR-COUNTER-ID
           START COUNTER-STATE-FILE KEY NOT < CNTR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM 1510-CHECK-ONE-COUNTER
               UNTIL WS-EOF-FLAG = "Y".

       1510-CHECK-ONE-COUNTER.
           READ COUNTER-STATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF CNTR-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      MOVE WS-ENTITY-CODE TO CGEN-ENTITY-CODE
                      MOVE WS-ROLLBACK-DATE TO CGEN-BUSINESS-DATE
                      MOVE WS-ROLLBACK-CYCLE TO CGEN-CYCLE-NUMBER
                      MOVE WS-ROLLBACK-RUN-ID TO CGEN-RUN-ID
                      MOVE CNTR-COUNTER-ID TO CGEN-COUNTER-ID
                      READ COUNTER-GENERATION-FILE
                          INVALID KEY
                              PERFORM 1550-REMOVE-COUNTER
                      END-READ
                   END-IF
           END-READ.

       1550-REMOVE-COUNTER.
           PERFORM 1700-SAVE-BEFORE-VALUES
           MOVE 0 TO RBAU-AFTER-AREA-1
           MOVE 0 TO RBAU-AFTER-GENERATION
           MOVE 0 TO RBAU-AFTER-AREA-2
           MOVE 0 TO RBAU-AFTER-OVFL-FLAG
           MOVE 0 TO RBAU-AFTER-VALUE
           MOVE 0 TO RBAU-AFTER-OUTST-DEC
           MOVE CNTR-COUNTER-ID TO RBAU-COUNTER-ID
           MOVE "DELT" TO RBAU-ACTION
           DELETE COUNTER-STATE-FILE RECORD
           ADD 1 TO WS-COUNTERS-REMOVED
           PERFORM 1800-WRITE-ROLLBACK-AUDIT.

       1700-SAVE-BEFORE-VALUES.
           MOVE CNTR-AREA-1 TO RBAU-BEFORE-AREA-1
           MOVE CNTR-AREA-1-GENERATION TO RBAU-BEFORE-GENERATION
           MOVE CNTR-AREA-2 TO RBAU-BEFORE-AREA-2
           MOVE CNTR-OVERFLOW-FLAG TO RBAU-BEFORE-OVFL-FLAG
           MOVE CNTR-VALUE-ACCUM TO RBAU-BEFORE-VALUE
           MOVE CNTR-OUTSTANDING-DEC TO RBAU-BEFORE-OUTST-DEC.

       1800-WRITE-ROLLBACK-AUDIT.
           MOVE WS-CURRENT-DATE TO RBAU-ROLLBACK-DATE
           MOVE WS-CURRENT-TIME TO RBAU-ROLLBACK-TIME
           MOVE WS-ROLLBACK-DATE TO RBAU-BUSINESS-DATE
           MOVE WS-ROLLBACK-CYCLE TO RBAU-CYCLE-NUMBER
           MOVE WS-ROLLBACK-RUN-ID TO RBAU-RUN-ID
           MOVE WS-REQUEST-OPERATOR TO RBAU-REQUEST-OPERATOR
           MOVE WS-APPROVE-OPERATOR TO RBAU-APPROVE-OPERATOR
           MOVE WS-ROLLBACK-REASON TO RBAU-REASON-CODE
           MOVE WS-ENTITY-CODE TO RBAU-ENTITY-CODE
           WRITE ROLLBACK-AUDIT-RECORD
           MOVE RBAU-COUNTER-ID TO WS-RPT-DTL-COUNTER-ID
           MOVE RBAU-ACTION TO WS-RPT-DTL-ACTION
           MOVE RBAU-BEFORE-AREA-1 TO WS-RPT-DTL-A1-WAS
           MOVE RBAU-AFTER-AREA-1 TO WS-RPT-DTL-A1-NOW
           MOVE RBAU-BEFORE-AREA-2 TO WS-RPT-DTL-A2-WAS
           MOVE RBAU-AFTER-AREA-2 TO WS-RPT-DTL-A2-NOW
           MOVE RBAU-BEFORE-VALUE TO WS-RPT-DTL-VALUE-WAS
           MOVE RBAU-AFTER-VALUE TO WS-RPT-DTL-VALUE-NOW
           WRITE ROLLBACK-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

      *****************************************************************
      *  TRANID.REGISTRY
      *****************************************************************
      *    A reversal the run accepted marked its original "R" -
      *    the reversal's own entry names the original, which goes
      *    back to "P".  Reading the original moves the sweep, so it
      *    is re-started just past the reversal's key.
       2000-UNREVERSE-ORIGINALS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-ENTITY-CODE TO TRID-ENTITY-CODE
           MOVE LOW-VALUES TO TRID-TRAN-ID
           START TRANID-REGISTRY-FILE KEY NOT < TRID-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM 2010-CHECK-ONE-REVERSAL
               UNTIL WS-EOF-FLAG = "Y".

       2010-CHECK-ONE-REVERSAL.
           READ TRANID-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF TRID-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      IF TRID-BUSINESS-DATE = WS-ROLLBACK-DATE
                         AND TRID-CYCLE-NUMBER = WS-ROLLBACK-CYCLE
                         AND TRID-RUN-ID = WS-ROLLBACK-RUN-ID
                         AND TRID-STATUS = "V"
                         AND TRID-ORIGINAL-ID NOT = SPACES
                         PERFORM 2050-RESTORE-ORIGINAL
                      END-IF
                   END-IF
           END-READ.

       2050-RESTORE-ORIGINAL.
           MOVE TRID-TRAN-ID TO WS-RESUME-TRAN-ID
           MOVE TRID-ORIGINAL-ID TO TRID-TRAN-ID
           READ TRANID-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRID-STATUS = "R"
                      MOVE "P" TO TRID-STATUS
                      REWRITE TRANID-REGISTRY-RECORD
                      ADD 1 TO WS-ORIGINALS-RESTORED
                   END-IF
           END-READ
           MOVE WS-ENTITY-CODE TO TRID-ENTITY-CODE
           MOVE WS-RESUME-TRAN-ID TO TRID-TRAN-ID
           START TRANID-REGISTRY-FILE KEY > TRID-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.

      *    Everything else the run registered goes, except an item
      *    HOLDREL released that the run posted: that returns to the
      *    hold queue as released and to the registry as held, under
      *    the run stamp it was first held with - exactly what the
      *    next cycle's release edit expects to find.
       2200-REMOVE-REGISTRY-ENTRIES.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-ENTITY-CODE TO TRID-ENTITY-CODE
           MOVE LOW-VALUES TO TRID-TRAN-ID
           START TRANID-REGISTRY-FILE KEY NOT < TRID-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM 2210-CHECK-ONE-ENTRY
               UNTIL WS-EOF-FLAG = "Y".

       2210-CHECK-ONE-ENTRY.
           READ TRANID-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF TRID-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   END-IF
                   IF WS-EOF-FLAG NOT = "Y"
                      AND TRID-BUSINESS-DATE = WS-ROLLBACK-DATE
                      AND TRID-CYCLE-NUMBER = WS-ROLLBACK-CYCLE
                      AND TRID-RUN-ID = WS-ROLLBACK-RUN-ID
                      MOVE "N" TO WS-RELEASE-RETURNED
                      IF TRID-STATUS = "P"
                         PERFORM 2250-RETURN-RELEASED-ITEM
                      END-IF
                      IF WS-RELEASE-RETURNED = "Y"
                         REWRITE TRANID-REGISTRY-RECORD
                         ADD 1 TO WS-RELEASES-RETURNED
                      ELSE
                         DELETE TRANID-REGISTRY-FILE RECORD
                         ADD 1 TO WS-REGISTRY-REMOVED
                      END-IF
                   END-IF
           END-READ.

       2250-RETURN-RELEASED-ITEM.
           MOVE TRID-ENTITY-CODE TO HOLD-ENTITY-CODE
           MOVE TRID-TRAN-ID TO HOLD-TRAN-ID
           READ HOLD-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-STATUS = "P"
                      AND HOLD-POSTED-DATE = WS-ROLLBACK-DATE
                      AND HOLD-POSTED-CYCLE = WS-ROLLBACK-CYCLE
                      MOVE "Y" TO WS-RELEASE-RETURNED
                      MOVE "L" TO HOLD-STATUS
                      MOVE 0 TO HOLD-POSTED-DATE
                      MOVE 0 TO HOLD-POSTED-CYCLE
                      REWRITE HOLD-QUEUE-RECORD
                      MOVE "H" TO TRID-STATUS
                      MOVE HOLD-BUSINESS-DATE TO TRID-BUSINESS-DATE
                      MOVE HOLD-CYCLE-NUMBER TO TRID-CYCLE-NUMBER
                      MOVE HOLD-RUN-ID TO TRID-RUN-ID
                      MOVE HOLD-INPUT-POSITION
                          TO TRID-INPUT-POSITION
                   END-IF
           END-READ.

      *****************************************************************
      *  HOLD.QUEUE / RUN.HISTORY
      *****************************************************************
       3000-REMOVE-HELD-ITEMS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-ENTITY-CODE TO HOLD-ENTITY-CODE
           MOVE LOW-VALUES TO HOLD-TRAN-ID
           START HOLD-QUEUE-FILE KEY NOT < HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM 3010-CHECK-ONE-HOLD
               UNTIL WS-EOF-FLAG = "Y".

       3010-CHECK-ONE-HOLD.
           READ HOLD-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF HOLD-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      IF HOLD-BUSINESS-DATE = WS-ROLLBACK-DATE
                         AND HOLD-CYCLE-NUMBER = WS-ROLLBACK-CYCLE
                         AND HOLD-RUN-ID = WS-ROLLBACK-RUN-ID
                         DELETE HOLD-QUEUE-FILE RECORD
                         ADD 1 TO WS-HOLDS-REMOVED
                      END-IF
                   END-IF
           END-READ.

       4000-REMOVE-RUN-HISTORY.
           MOVE WS-ENTITY-CODE TO RUNH-ENTITY-CODE
           MOVE WS-ROLLBACK-DATE TO RUNH-BUSINESS-DATE
           MOVE WS-ROLLBACK-RUN-ID TO RUNH-RUN-ID
           DELETE RUN-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "CYCLBACK: NO RUN.HISTORY RECORD FOR "
                       WS-ROLLBACK-DATE " " WS-ROLLBACK-RUN-ID
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORY-REMOVED
           END-DELETE.

      *****************************************************************
      *  COUNTER.ACTIVITY
      *****************************************************************
      *    Keyed counter-id first, so the run's records are spread
      *    through the file - the whole file is swept.  A split-day
      *    consolidation restamps them with its own run-id, so only
      *    a rollback naming that run-id removes them.
       4500-REMOVE-COUNTER-ACTIVITY.
           OPEN I-O COUNTER-ACTIVITY-FILE
           IF WS-CNTR-ACTIVITY-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              MOVE LOW-VALUES TO CACT-KEY
              MOVE WS-ENTITY-CODE TO CACT-ENTITY-CODE
              START COUNTER-ACTIVITY-FILE KEY NOT < CACT-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
              PERFORM 4510-CHECK-ONE-ACTIVITY
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE COUNTER-ACTIVITY-FILE
           END-IF.

       4510-CHECK-ONE-ACTIVITY.
           READ COUNTER-ACTIVITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF CACT-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      IF CACT-BUSINESS-DATE = WS-ROLLBACK-DATE
                         AND CACT-CYCLE-NUMBER = WS-ROLLBACK-CYCLE
                         AND CACT-RUN-ID = WS-ROLLBACK-RUN-ID
                         DELETE COUNTER-ACTIVITY-FILE RECORD
                         ADD 1 TO WS-CACT-REMOVED
                      END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  OVERFLOW.AUDIT / ADJUST.REJECTS / EDIT.REJECTS
      *****************************************************************
       5000-DROP-OVERFLOW-AUDIT.
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-OVFL-AUDIT-STATUS = "00"
              OPEN OUTPUT OVERFLOW-KEEP-FILE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 5010-SPLIT-ONE-AUDIT-RECORD
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE OVERFLOW-AUDIT-FILE
              CLOSE OVERFLOW-KEEP-FILE
              OPEN OUTPUT OVERFLOW-AUDIT-FILE
              OPEN INPUT OVERFLOW-KEEP-FILE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 5050-COPY-ONE-AUDIT-KEEP
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE OVERFLOW-AUDIT-FILE
              CLOSE OVERFLOW-KEEP-FILE
           END-IF.

       5010-SPLIT-ONE-AUDIT-RECORD.
           READ OVERFLOW-AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF OVFL-RUN-DATE = WS-ROLLBACK-DATE
                      AND OVFL-CYCLE-NUMBER = WS-ROLLBACK-CYCLE
                      AND OVFL-ENTITY-CODE = WS-ENTITY-CODE
                      ADD 1 TO WS-OVFL-REMOVED
                   ELSE
                      WRITE OVFL-KEEP-RECORD
                          FROM OVERFLOW-AUDIT-RECORD
                   END-IF
           END-READ.

       5050-COPY-ONE-AUDIT-KEEP.
           READ OVERFLOW-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   WRITE OVERFLOW-AUDIT-RECORD FROM OVFL-KEEP-RECORD
           END-READ.

      *    The run's DEFR and POST records go with it, so the ledger
      *    still nets to the restored outstanding balances.
       5200-DROP-ADJUST-REJECTS.
           OPEN INPUT ADJUSTMENT-REJECTS-FILE
           IF WS-ADJ-REJECT-STATUS = "00"
              OPEN OUTPUT ADJREJ-KEEP-FILE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 5210-SPLIT-ONE-ADJREJ-RECORD
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE ADJUSTMENT-REJECTS-FILE
              CLOSE ADJREJ-KEEP-FILE
              OPEN OUTPUT ADJUSTMENT-REJECTS-FILE
              OPEN INPUT ADJREJ-KEEP-FILE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 5250-COPY-ONE-ADJREJ-KEEP
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE ADJUSTMENT-REJECTS-FILE
              CLOSE ADJREJ-KEEP-FILE
           END-IF.

       5210-SPLIT-ONE-ADJREJ-RECORD.
           READ ADJUSTMENT-REJECTS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF ADJR-RUN-DATE = WS-ROLLBACK-DATE
                      AND ADJR-CYCLE-NUMBER = WS-ROLLBACK-CYCLE
                      AND ADJR-ENTITY-CODE = WS-ENTITY-CODE
                      ADD 1 TO WS-ADJR-REMOVED
                   ELSE
                      WRITE ADJR-KEEP-RECORD
                          FROM ADJUSTMENT-REJECT-RECORD
                   END-IF
           END-READ.

       5250-COPY-ONE-ADJREJ-KEEP.
           READ ADJREJ-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   WRITE ADJUSTMENT-REJECT-RECORD
                       FROM ADJR-KEEP-RECORD
           END-READ.

      *    The run's rejects go too - their registry entries are
      *    gone, and the rerun cuts them again if they still fail.
       5400-DROP-EDIT-REJECTS.
           OPEN INPUT EDIT-REJECT-FILE
           IF WS-EDIT-REJECT-STATUS = "00"
              OPEN OUTPUT EDITREJ-KEEP-FILE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 5410-SPLIT-ONE-EDITREJ-RECORD
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE EDIT-REJECT-FILE
              CLOSE EDITREJ-KEEP-FILE
              OPEN OUTPUT EDIT-REJECT-FILE
              OPEN INPUT EDITREJ-KEEP-FILE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 5450-COPY-ONE-EDITREJ-KEEP
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE EDIT-REJECT-FILE
              CLOSE EDITREJ-KEEP-FILE
           END-IF.

       5410-SPLIT-ONE-EDITREJ-RECORD.
           READ EDIT-REJECT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF EDTR-RUN-DATE = WS-ROLLBACK-DATE
                      AND EDTR-CYCLE-NUMBER = WS-ROLLBACK-CYCLE
                      AND EDTR-ENTITY-CODE = WS-ENTITY-CODE
                      ADD 1 TO WS-EDTR-REMOVED
                   ELSE
                      WRITE EDTR-KEEP-RECORD
                          FROM EDIT-REJECT-RECORD
                   END-IF
           END-READ.

       5450-COPY-ONE-EDITREJ-KEEP.
           READ EDITREJ-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   WRITE EDIT-REJECT-RECORD FROM EDTR-KEEP-RECORD
           END-READ.

      *    The journal carries the run-id, so a restart-parm run-id
      *    on the same date and cycle is told apart here.
       5600-DROP-POSTING-JOURNAL.
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-POSTING-JRNL-STATUS = "00"
              OPEN OUTPUT JOURNAL-KEEP-FILE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 5610-SPLIT-ONE-JOURNAL-RECORD
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE POSTING-JOURNAL-FILE
              CLOSE JOURNAL-KEEP-FILE
              OPEN OUTPUT POSTING-JOURNAL-FILE
              OPEN INPUT JOURNAL-KEEP-FILE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM 5650-COPY-ONE-JOURNAL-KEEP
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE POSTING-JOURNAL-FILE
              CLOSE JOURNAL-KEEP-FILE
           END-IF.

       5610-SPLIT-ONE-JOURNAL-RECORD.
           READ POSTING-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF PJRN-BUSINESS-DATE = WS-ROLLBACK-DATE
                      AND PJRN-CYCLE-NUMBER = WS-ROLLBACK-CYCLE
                      AND PJRN-RUN-ID = WS-ROLLBACK-RUN-ID
                      AND PJRN-ENTITY-CODE = WS-ENTITY-CODE
                      ADD 1 TO WS-PJRN-REMOVED
                   ELSE
                      WRITE PJRN-KEEP-RECORD
                          FROM POSTING-JOURNAL-RECORD
                   END-IF
           END-READ.

       5650-COPY-ONE-JOURNAL-KEEP.
           READ JOURNAL-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   WRITE POSTING-JOURNAL-RECORD FROM PJRN-KEEP-RECORD
           END-READ.

      *****************************************************************
      *  BUSDATE.CTL
      *****************************************************************
      *    Only the last posted date and cycle step back - the
      *    business date and cycle being processed are operations'
      *    to set for the rerun.
       6000-STEP-BACK-BUSINESS-DATE.
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              MOVE "N" TO WS-BUSDATE-FOUND
              PERFORM 0135-FIND-ENTITY-DATE
                  UNTIL WS-BUSDATE-FOUND = "Y"
                  OR WS-EOF-BUSDATE = "Y"
              IF WS-BUSDATE-FOUND = "Y"
                 MOVE WS-PRIOR-POSTED-DATE TO BDAT-LAST-POSTED-DATE
                 MOVE WS-PRIOR-POSTED-CYCLE TO BDAT-LAST-POSTED-CYCLE
                 MOVE "N" TO BDAT-RERUN-OVERRIDE
                 REWRITE BUSINESS-DATE-RECORD
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.

      *****************************************************************
      *  STEP.CONTROL
      *****************************************************************
      *    Keyed date, cycle, step name - the cycle's records sit
      *    together and the sweep stops at the first key past them.
       6500-RESET-STEP-CONTROL.
           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEP-CONTROL-STATUS = "00"
              MOVE "N" TO WS-EOF-FLAG
              MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
              MOVE WS-ROLLBACK-DATE TO STEP-BUSINESS-DATE
              MOVE WS-ROLLBACK-CYCLE TO STEP-CYCLE-NUMBER
              MOVE LOW-VALUES TO STEP-NAME
              START STEP-CONTROL-FILE KEY NOT < STEP-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-FLAG
              END-START
              PERFORM 6510-RESET-ONE-STEP
                  UNTIL WS-EOF-FLAG = "Y"
              CLOSE STEP-CONTROL-FILE
           END-IF.

       6510-RESET-ONE-STEP.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF STEP-ENTITY-CODE NOT = WS-ENTITY-CODE
                      OR STEP-BUSINESS-DATE NOT = WS-ROLLBACK-DATE
                      OR STEP-CYCLE-NUMBER NOT = WS-ROLLBACK-CYCLE
                      MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                      PERFORM 6520-RESET-STEP-RECORD
                   END-IF
           END-READ.

       6520-RESET-STEP-RECORD.
           EVALUATE TRUE
               WHEN STEP-NAME = "TRANGATE"
                   CONTINUE
               WHEN STEP-NAME = "TRANSPLT"
                   CONTINUE
               WHEN STEP-NAME(1:6) = "BUGSOL"
                    AND STEP-NAME(7:1) NOT = SPACE
                   MOVE "P" TO STEP-STATUS
                   MOVE 0 TO STEP-START-DATE
                   MOVE 0 TO STEP-START-TIME
                   MOVE 0 TO STEP-END-DATE
                   MOVE 0 TO STEP-END-TIME
                   MOVE 0 TO STEP-RETURN-CODE
                   MOVE 0 TO STEP-RECORDS-OUT
                   MOVE SPACES TO STEP-RUN-ID
                   MOVE SPACES TO STEP-REFUSE-REASON
                   MOVE SPACES TO STEP-WAITING-ON
                   REWRITE JOB-STEP-RECORD
                   ADD 1 TO WS-STEPS-RESET
               WHEN OTHER
                   DELETE STEP-CONTROL-FILE RECORD
                   ADD 1 TO WS-STEPS-RESET
           END-EVALUATE.

       9000-TERMINATE.
           IF WS-RUN-BLOCKED = "Y"
              PERFORM 9050-WRITE-REFUSAL
           ELSE
              MOVE "COUNTERS RESTORED......." TO WS-RPT-TOT-LABEL
              MOVE WS-COUNTERS-RESTORED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "COUNTERS REMOVED........" TO WS-RPT-TOT-LABEL
              MOVE WS-COUNTERS-REMOVED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "ORIGINALS UN-REVERSED..." TO WS-RPT-TOT-LABEL
              MOVE WS-ORIGINALS-RESTORED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "RELEASES BACK ON QUEUE.." TO WS-RPT-TOT-LABEL
              MOVE WS-RELEASES-RETURNED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "REGISTRY ENTRIES REMOVED" TO WS-RPT-TOT-LABEL
              MOVE WS-REGISTRY-REMOVED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "HELD ITEMS REMOVED......" TO WS-RPT-TOT-LABEL
              MOVE WS-HOLDS-REMOVED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "RUN HISTORY REMOVED....." TO WS-RPT-TOT-LABEL
              MOVE WS-HISTORY-REMOVED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "ACTIVITY RECS REMOVED..." TO WS-RPT-TOT-LABEL
              MOVE WS-CACT-REMOVED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "OVERFLOW AUDIT REMOVED.." TO WS-RPT-TOT-LABEL
              MOVE WS-OVFL-REMOVED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "DEFR/POST RECS REMOVED.." TO WS-RPT-TOT-LABEL
              MOVE WS-ADJR-REMOVED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "EDIT REJECTS REMOVED...." TO WS-RPT-TOT-LABEL
              MOVE WS-EDTR-REMOVED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "JOURNAL RECS REMOVED...." TO WS-RPT-TOT-LABEL
              MOVE WS-PJRN-REMOVED TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE "JOB STEPS RESET........." TO WS-RPT-TOT-LABEL
              MOVE WS-STEPS-RESET TO WS-RPT-TOT-COUNT
              PERFORM 9100-WRITE-TOTAL
              MOVE WS-PRIOR-POSTED-DATE TO WS-RPT-PST-DATE
              MOVE WS-PRIOR-POSTED-CYCLE TO WS-RPT-PST-CYCLE
              WRITE ROLLBACK-REPORT-LINE FROM WS-RPT-POSTED-LINE
              DISPLAY "CYCLBACK: ENTITY " WS-ENTITY-CODE
                  " RUN " WS-ROLLBACK-RUN-ID
                  " DATE " WS-ROLLBACK-DATE
                  " CYCLE " WS-ROLLBACK-CYCLE
                  " ROLLED BACK - LAST POSTED NOW "
                  WS-PRIOR-POSTED-DATE " CYCLE "
                  WS-PRIOR-POSTED-CYCLE
           END-IF
           IF WS-FILES-OPEN = "Y"
              CLOSE COUNTER-GENERATION-FILE
              CLOSE COUNTER-STATE-FILE
              CLOSE TRANID-REGISTRY-FILE
              CLOSE HOLD-QUEUE-FILE
              CLOSE RUN-HISTORY-FILE
              CLOSE ROLLBACK-AUDIT-FILE
           END-IF
           CLOSE ROLLBACK-REPORT-FILE.

       9050-WRITE-REFUSAL.
           MOVE WS-REFUSE-REASON TO WS-RPT-REF-REASON
           EVALUATE WS-REFUSE-REASON
               WHEN "CARD"
                   MOVE "ROLLBACK CARD MISSING OR INVALID"
                       TO WS-RPT-REF-TEXT
               WHEN "NOOP"
                   MOVE "OPERATOR NOT ON MASTER" TO WS-RPT-REF-TEXT
               WHEN "INAC"
                   MOVE "OPERATOR INACTIVE" TO WS-RPT-REF-TEXT
               WHEN "ENTL"
                   MOVE "NOT ENTITLED TO ACTION" TO WS-RPT-REF-TEXT
               WHEN "SAME"
                   MOVE "A SECOND OPERATOR MUST APPROVE"
                       TO WS-RPT-REF-TEXT
               WHEN "ENTY"
                   MOVE "OPERATOR NOT ENTITLED TO ENTITY"
                       TO WS-RPT-REF-TEXT
               WHEN "NLST"
                   MOVE "RUN IS NOT THE LAST ONE POSTED"
                       TO WS-RPT-REF-TEXT
               WHEN "GLPD"
                   MOVE "DATE ALREADY POSTED TO THE GL"
                       TO WS-RPT-REF-TEXT
               WHEN "NOGN"
                   MOVE "NO PRE-RUN COUNTER GENERATION"
                       TO WS-RPT-REF-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-REF-TEXT
           END-EVALUATE
           WRITE ROLLBACK-REPORT-LINE FROM WS-RPT-REFUSED-LINE
           DISPLAY "CYCLBACK: ENTITY " WS-ENTITY-CODE
               " ROLLBACK REFUSED - " WS-REFUSE-REASON
               " " WS-RPT-REF-TEXT
               " RUN " WS-ROLLBACK-RUN-ID
               " DATE " WS-ROLLBACK-DATE
               " CYCLE " WS-ROLLBACK-CYCLE.

       9100-WRITE-TOTAL.
           WRITE ROLLBACK-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
