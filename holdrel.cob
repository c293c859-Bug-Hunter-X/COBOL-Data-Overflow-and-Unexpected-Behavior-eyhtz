       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
      *****************************************************************
      *  Release/decline transaction for the high-value hold queue
      *  (HOLD.QUEUE).  Reads a deck of hold action cards - VIEW to
      *  display a held item, RLSE to release it for posting, DECL
      *  to decline it with a reason - and stamps the operator and
      *  business date of every release or decline on the queue
      *  record itself, so the queue is its own audit trail.
      *  Released items are written to TRANSACT.RELEASE in the
      *  TRANREC layout, exactly as BUGSOLUTION first read them, so
      *  operations can run the volume as a supplemental cycle; the
      *  volume is rebuilt on every run from every item released
      *  and not yet posted, so a second HOLDREL run before the next
      *  cycle never loses an earlier release.  The volume carries
      *  the TRANCTL header and trailer under source system HOLDREL,
      *  numbered one past the last HOLDREL volume FEED.SEQ shows
      *  proved, so TRANGATE proves it like any inbound feed.  A
      *  declined item never posts - the registry keeps it as held,
      *  so any copy sent in again bounces as a duplicate.
      *  Every card is first validated against the operator security
      *  master (OPERSEC.MASTER) as CNTRMAIN does: the operator must
      *  exist, be active, and hold view rights for a VIEW card or
      *  approve ("P") rights to release or decline - letting a
      *  held item through is an approval, not an adjustment.
      *  Refused cards go to MAINT.REJECTS and onto the hold action
      *  report; an absent security master refuses every card.
      *  HOLDREL runs for the entity on ENTITY.PARM: cards act only
      *  on that entity's held items, the operator must be entitled
      *  to the entity, and the release volume carries only the
      *  entity's items under the entity's own business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CARD-FILE ASSIGN TO "HOLDREL.CARDS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-HOLD-CARD-STATUS.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLD.QUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HOLD-KEY
               FILE STATUS WS-HOLD-QUEUE-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "TRANSACT.RELEASE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RELEASE-STATUS.

           SELECT FEED-SEQUENCE-FILE ASSIGN TO "FEED.SEQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FSEQ-KEY
               FILE STATUS WS-FEED-SEQ-STATUS.

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

           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDREL.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-HOLD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-CARD-FILE.
       COPY HOLDCRD.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDQUE.

       FD  RELEASE-FILE.
       COPY TRANREC.
       COPY TRANCTL.

       FD  FEED-SEQUENCE-FILE.
       COPY FEEDSEQ.

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  OPERATOR-SECURITY-FILE.
       COPY OPERSEC.

       FD  MAINT-REJECT-FILE.
       COPY MNTREJ.

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-HOLD-QUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-RELEASE-STATUS              PIC XX VALUE SPACES.
       01  WS-FEED-SEQ-STATUS             PIC XX VALUE SPACES.
       01  WS-OPER-SECURITY-STATUS        PIC XX VALUE SPACES.
       01  WS-MAINT-REJECT-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-CARDS                   PIC X VALUE "N".
       01  WS-EOF-QUEUE                   PIC X VALUE "N".
      *    Security check result for the card in hand - a card only
      *    reaches the action EVALUATE when it comes back "Y".
       01  WS-OPER-SECURITY-OPEN          PIC X VALUE "N".
       01  WS-CARD-AUTHORIZED             PIC X VALUE "Y".
       01  WS-SEC-REASON-CODE             PIC X(4) VALUE SPACES.
       01  WS-OPER-ENTITLED               PIC X VALUE "N".
       01  WS-OPER-ENTITY-SUB             PIC 9(2) VALUE 0.
      *    Result of the queue edits on an authorized card - spaces
      *    when the action applies, otherwise the reason it did not:
      *      NOTF - no such item on the hold queue
      *      NOTH - item no longer held (already released,
      *             declined or posted)
      *      DATA - DECL card without a decline reason
       01  WS-APPLY-RESULT                PIC X(4) VALUE SPACES.
       01  WS-ITEM-ON-FILE                PIC X VALUE "N".
       01  WS-CARDS-READ                  PIC 9(7) VALUE 0.
       01  WS-CARDS-AUTHORIZED            PIC 9(7) VALUE 0.
       01  WS-CARDS-REFUSED               PIC 9(7) VALUE 0.
       01  WS-CARDS-NOT-APPLIED           PIC 9(7) VALUE 0.
       01  WS-ITEMS-RELEASED              PIC 9(7) VALUE 0.
       01  WS-ITEMS-DECLINED              PIC 9(7) VALUE 0.
       01  WS-VOLUME-COUNT                PIC 9(7) VALUE 0.
       01  WS-VOLUME-VALUE                PIC S9(13)V99 VALUE 0.
       01  WS-VOLUME-SEQUENCE             PIC 9(6) VALUE 0.
       01  WS-DATE-TIME-STAMP.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(6).
      *    Actions are stamped with the business date from
      *    BUSDATE.CTL; machine date is the fallback when the control
      *    file is absent.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(36) VALUE
               "HIGH-VALUE HOLD ACTIONS          DT ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-RPT-HDR-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(9) VALUE "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(50) VALUE
               "OPERATOR ACTN TRAN-ID    RSN  STATUS              ".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-OPERATOR        PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-ACTION          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TRAN-ID         PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-REASON          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TEXT            PIC X(30).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.
       01  WS-RPT-VALUE-LINE.
           05  FILLER                     PIC X(24) VALUE
               "RELEASE VOLUME VALUE....".
           05  WS-RPT-VOLUME-VALUE        PIC ZZZZZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-PROCESS-CARD UNTIL WS-EOF-CARDS = "Y"
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           PERFORM 0101-READ-ENTITY-PARM
           PERFORM 0103-READ-BUSINESS-DATE
           OPEN INPUT HOLD-CARD-FILE
           IF WS-HOLD-CARD-STATUS NOT = "00"
              MOVE "Y" TO WS-EOF-CARDS
           END-IF
           OPEN I-O HOLD-QUEUE-FILE
           IF WS-HOLD-QUEUE-STATUS = "35"
              CLOSE HOLD-QUEUE-FILE
              OPEN OUTPUT HOLD-QUEUE-FILE
              CLOSE HOLD-QUEUE-FILE
              OPEN I-O HOLD-QUEUE-FILE
           END-IF
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPER-SECURITY-STATUS = "00"
              MOVE "Y" TO WS-OPER-SECURITY-OPEN
           ELSE
      *       Failing safe: no security master means no item is
      *       released, rather than every card posting unchecked.
              DISPLAY "HOLDREL: OPERATOR SECURITY MASTER NOT "
                  "AVAILABLE - ALL CARDS WILL BE REFUSED"
           END-IF
           OPEN EXTEND MAINT-REJECT-FILE
           IF WS-MAINT-REJECT-STATUS = "05" OR
              WS-MAINT-REJECT-STATUS = "35"
              CLOSE MAINT-REJECT-FILE
              OPEN OUTPUT MAINT-REJECT-FILE
              CLOSE MAINT-REJECT-FILE
              OPEN EXTEND MAINT-REJECT-FILE
           END-IF
           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-CYCLE-NUMBER TO WS-RPT-HDR-CYCLE
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE HOLD-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE HOLD-REPORT-LINE FROM WS-RPT-HEADER-2
           IF WS-EOF-CARDS NOT = "Y"
              PERFORM 1100-READ-CARD
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

       0103-READ-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0104-FIND-ENTITY-DATE
                  UNTIL WS-BUSDATE-FOUND = "Y"
                  OR WS-EOF-BUSDATE = "Y"
              IF WS-BUSDATE-FOUND = "Y"
                 MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
                 MOVE BDAT-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                 IF WS-CYCLE-NUMBER = 0
                    MOVE 1 TO WS-CYCLE-NUMBER
                 END-IF
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    With no entity card the first record names the entity.
       0104-FIND-ENTITY-DATE.
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

       1000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ
           PERFORM 1500-CHECK-OPERATOR-SECURITY
           IF WS-CARD-AUTHORIZED = "Y"
              ADD 1 TO WS-CARDS-AUTHORIZED
              PERFORM 1010-EXECUTE-CARD
           ELSE
              ADD 1 TO WS-CARDS-REFUSED
              PERFORM 1600-WRITE-MAINT-REJECT
           END-IF
           PERFORM 1100-READ-CARD.

       1010-EXECUTE-CARD.
           MOVE SPACES TO WS-APPLY-RESULT
           MOVE "N" TO WS-ITEM-ON-FILE
           MOVE WS-ENTITY-CODE TO HOLD-ENTITY-CODE
           MOVE HACT-TRAN-ID TO HOLD-TRAN-ID
           READ HOLD-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-ON-FILE
           END-READ
           EVALUATE HACT-ACTION-CODE
               WHEN "VIEW"
                   PERFORM 2000-DISPLAY-HOLD
               WHEN "RLSE"
                   PERFORM 3000-RELEASE-ITEM
               WHEN "DECL"
                   PERFORM 3100-DECLINE-ITEM
               WHEN OTHER
                   DISPLAY "HOLDREL: UNKNOWN ACTION CODE "
                       HACT-ACTION-CODE
           END-EVALUATE
           IF WS-APPLY-RESULT NOT = SPACES
              ADD 1 TO WS-CARDS-NOT-APPLIED
              PERFORM 1700-WRITE-NOT-APPLIED
           END-IF.

       1100-READ-CARD.
           READ HOLD-CARD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CARDS
           END-READ.

      *    Only VIEW/RLSE/DECL face the security master - an unknown
      *    action code still falls through to the action EVALUATE
      *    and its console message.
       1500-CHECK-OPERATOR-SECURITY.
           MOVE "Y" TO WS-CARD-AUTHORIZED
           MOVE SPACES TO WS-SEC-REASON-CODE
           IF HACT-ACTION-CODE = "VIEW"
              OR HACT-ACTION-CODE = "RLSE"
              OR HACT-ACTION-CODE = "DECL"
              IF WS-OPER-SECURITY-OPEN NOT = "Y"
                 MOVE "N" TO WS-CARD-AUTHORIZED
                 MOVE "NOOP" TO WS-SEC-REASON-CODE
              ELSE
                 MOVE HACT-OPERATOR-ID TO OPER-OPERATOR-ID
                 READ OPERATOR-SECURITY-FILE
                     INVALID KEY
                         MOVE "N" TO WS-CARD-AUTHORIZED
                         MOVE "NOOP" TO WS-SEC-REASON-CODE
                     NOT INVALID KEY
                         PERFORM 1510-CHECK-ENTITLEMENT
                 END-READ
              END-IF
           END-IF.

      *    The counter-value ceiling has no meaning for a held item
      *    and is not applied.  An operator not entitled to the run's
      *    entity is refused whatever the action.
       1510-CHECK-ENTITLEMENT.
           PERFORM 1520-CHECK-OPER-ENTITY
           IF OPER-ACTIVE NOT = "Y"
              MOVE "N" TO WS-CARD-AUTHORIZED
              MOVE "INAC" TO WS-SEC-REASON-CODE
           ELSE
              IF WS-OPER-ENTITLED NOT = "Y"
                 MOVE "N" TO WS-CARD-AUTHORIZED
                 MOVE "ENTY" TO WS-SEC-REASON-CODE
              ELSE
                 IF HACT-ACTION-CODE = "VIEW"
                    IF OPER-ENTITLEMENT NOT = "V"
                       AND OPER-ENTITLEMENT NOT = "A"
                       AND OPER-ENTITLEMENT NOT = "P"
                       MOVE "N" TO WS-CARD-AUTHORIZED
                       MOVE "ENTL" TO WS-SEC-REASON-CODE
                    END-IF
                 ELSE
                    IF OPER-ENTITLEMENT NOT = "P"
                       MOVE "N" TO WS-CARD-AUTHORIZED
                       MOVE "ENTL" TO WS-SEC-REASON-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    The operator record in hand must list the run's entity,
      *    or "***" for every entity, in one of its slots.  With no
      *    entity named at all nobody is entitled - a blank slot must
      *    not pass as a match.
       1520-CHECK-OPER-ENTITY.
           MOVE "N" TO WS-OPER-ENTITLED
           MOVE 0 TO WS-OPER-ENTITY-SUB
           PERFORM 1530-CHECK-ONE-OPER-ENTITY
               UNTIL WS-OPER-ENTITLED = "Y"
               OR WS-OPER-ENTITY-SUB >= 8.

       1530-CHECK-ONE-OPER-ENTITY.
           ADD 1 TO WS-OPER-ENTITY-SUB
           IF WS-ENTITY-CODE NOT = SPACES
              IF OPER-ENTITY-CODE(WS-OPER-ENTITY-SUB) = WS-ENTITY-CODE
                 OR OPER-ENTITY-CODE(WS-OPER-ENTITY-SUB) = "***"
                 MOVE "Y" TO WS-OPER-ENTITLED
              END-IF
           END-IF.

      *    The counter-id slot on MAINT.REJECTS carries the TRAN-ID
      *    the refused card named.
       1600-WRITE-MAINT-REJECT.
           MOVE WS-BUSINESS-DATE TO MREJ-REJECT-DATE
           MOVE WS-CURRENT-TIME TO MREJ-REJECT-TIME
           MOVE HACT-OPERATOR-ID TO MREJ-OPERATOR-ID
           MOVE HACT-ACTION-CODE TO MREJ-ACTION-CODE
           MOVE HACT-TRAN-ID TO MREJ-COUNTER-ID
           MOVE SPACE TO MREJ-TARGET-AREA
           MOVE 0 TO MREJ-NEW-VALUE
           MOVE WS-SEC-REASON-CODE TO MREJ-REASON-CODE
           MOVE WS-ENTITY-CODE TO MREJ-ENTITY-CODE
           WRITE MAINT-REJECT-RECORD
           MOVE WS-SEC-REASON-CODE TO WS-RPT-DTL-REASON
           EVALUATE WS-SEC-REASON-CODE
               WHEN "NOOP"
                   MOVE "OPERATOR NOT ON MASTER"
                       TO WS-RPT-DTL-TEXT
               WHEN "INAC"
                   MOVE "OPERATOR INACTIVE" TO WS-RPT-DTL-TEXT
               WHEN "ENTL"
                   MOVE "NOT ENTITLED TO ACTION"
                       TO WS-RPT-DTL-TEXT
               WHEN "ENTY"
                   MOVE "NOT ENTITLED TO ENTITY"
                       TO WS-RPT-DTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-DTL-TEXT
           END-EVALUATE
           PERFORM 1800-WRITE-REPORT-DETAIL
           DISPLAY "HOLDREL: ENTITY " WS-ENTITY-CODE
               " CARD REFUSED - " WS-SEC-REASON-CODE
               " OPERATOR " HACT-OPERATOR-ID
               " ACTION " HACT-ACTION-CODE.

       1700-WRITE-NOT-APPLIED.
           MOVE WS-APPLY-RESULT TO WS-RPT-DTL-REASON
           EVALUATE WS-APPLY-RESULT
               WHEN "NOTF"
                   MOVE "ITEM NOT ON HOLD QUEUE" TO WS-RPT-DTL-TEXT
               WHEN "NOTH"
                   MOVE "ITEM NO LONGER HELD" TO WS-RPT-DTL-TEXT
               WHEN "DATA"
                   MOVE "DECLINE REASON MISSING"
                       TO WS-RPT-DTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-DTL-TEXT
           END-EVALUATE
           PERFORM 1800-WRITE-REPORT-DETAIL
           DISPLAY "HOLDREL: CARD NOT APPLIED - " WS-APPLY-RESULT
               " TRAN-ID " HACT-TRAN-ID
               " ACTION " HACT-ACTION-CODE.

       1800-WRITE-REPORT-DETAIL.
           MOVE HACT-OPERATOR-ID TO WS-RPT-DTL-OPERATOR
           MOVE HACT-ACTION-CODE TO WS-RPT-DTL-ACTION
           MOVE HACT-TRAN-ID TO WS-RPT-DTL-TRAN-ID
           WRITE HOLD-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       2000-DISPLAY-HOLD.
           IF WS-ITEM-ON-FILE NOT = "Y"
              MOVE "NOTF" TO WS-APPLY-RESULT
           ELSE
              DISPLAY "TRAN-ID: " HOLD-TRAN-ID
                  " TYPE: " HOLD-TRAN-TYPE-CODE
                  " AMOUNT: " HOLD-TRAN-AMOUNT
                  " LIMIT: " HOLD-LIMIT-AMOUNT
                  " HELD: " HOLD-BUSINESS-DATE
                  " CY: " HOLD-CYCLE-NUMBER
                  " STATUS: " HOLD-STATUS
                  " BY: " HOLD-ACTION-OPERATOR
           END-IF.

       3000-RELEASE-ITEM.
           PERFORM 3500-CHECK-STILL-HELD
           IF WS-APPLY-RESULT = SPACES
              MOVE "L" TO HOLD-STATUS
              PERFORM 3600-STAMP-ACTION
           END-IF
           IF WS-APPLY-RESULT = SPACES
              ADD 1 TO WS-ITEMS-RELEASED
              MOVE SPACES TO WS-RPT-DTL-REASON
              MOVE "RELEASED FOR POSTING" TO WS-RPT-DTL-TEXT
              PERFORM 1800-WRITE-REPORT-DETAIL
           END-IF.

       3100-DECLINE-ITEM.
           PERFORM 3500-CHECK-STILL-HELD
           IF WS-APPLY-RESULT = SPACES
              AND HACT-DECLINE-REASON = SPACES
              MOVE "DATA" TO WS-APPLY-RESULT
           END-IF
           IF WS-APPLY-RESULT = SPACES
              MOVE "D" TO HOLD-STATUS
              MOVE HACT-DECLINE-REASON TO HOLD-DECLINE-REASON
              MOVE HACT-DECLINE-TEXT TO HOLD-DECLINE-TEXT
              PERFORM 3600-STAMP-ACTION
           END-IF
           IF WS-APPLY-RESULT = SPACES
              ADD 1 TO WS-ITEMS-DECLINED
              MOVE HACT-DECLINE-REASON TO WS-RPT-DTL-REASON
              MOVE HACT-DECLINE-TEXT TO WS-RPT-DTL-TEXT
              PERFORM 1800-WRITE-REPORT-DETAIL
           END-IF.

       3500-CHECK-STILL-HELD.
           IF WS-ITEM-ON-FILE NOT = "Y"
              MOVE "NOTF" TO WS-APPLY-RESULT
           ELSE
              IF HOLD-STATUS NOT = "H"
                 MOVE "NOTH" TO WS-APPLY-RESULT
              END-IF
           END-IF.

       3600-STAMP-ACTION.
           MOVE HACT-OPERATOR-ID TO HOLD-ACTION-OPERATOR
           MOVE WS-BUSINESS-DATE TO HOLD-ACTION-DATE
           MOVE WS-CURRENT-TIME TO HOLD-ACTION-TIME
           REWRITE HOLD-QUEUE-RECORD
               INVALID KEY
                   MOVE "NOTF" TO WS-APPLY-RESULT
           END-REWRITE.

      *    Every item released and not yet posted goes on the
      *    volume - today's releases and any earlier release still
      *    waiting for a cycle.  BUGSOLUTION's registry check keeps
      *    an item that does post from posting twice.
       9050-WRITE-RELEASE-VOLUME.
           PERFORM 9040-READ-FEED-SEQUENCE
           OPEN OUTPUT RELEASE-FILE
           MOVE SPACES TO TRAN-HEADER-RECORD
           MOVE "HOLDREL" TO THDR-SOURCE-SYSTEM
           MOVE WS-BUSINESS-DATE TO THDR-BUSINESS-DATE
           MOVE WS-VOLUME-SEQUENCE TO THDR-FILE-SEQUENCE
           MOVE "H" TO THDR-RECORD-TYPE
           MOVE WS-ENTITY-CODE TO THDR-ENTITY-CODE
           WRITE TRAN-HEADER-RECORD
           MOVE "N" TO WS-EOF-QUEUE
           MOVE WS-ENTITY-CODE TO HOLD-ENTITY-CODE
           MOVE LOW-VALUES TO HOLD-TRAN-ID
           START HOLD-QUEUE-FILE KEY NOT < HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-QUEUE
           END-START
           PERFORM 9060-WRITE-ONE-RELEASE
               UNTIL WS-EOF-QUEUE = "Y"
           MOVE SPACES TO TRAN-TRAILER-RECORD
           MOVE WS-VOLUME-COUNT TO TTRL-RECORD-COUNT
           MOVE WS-VOLUME-VALUE TO TTRL-HASH-TOTAL
           MOVE "T" TO TTRL-RECORD-TYPE
           WRITE TRAN-TRAILER-RECORD
           CLOSE RELEASE-FILE.

      *    Each rebuilt volume is numbered one past the last HOLDREL
      *    volume the gate proved - a rebuild before the gate has
      *    run reuses the number, as it replaces that volume whole.
       9040-READ-FEED-SEQUENCE.
           MOVE 0 TO WS-VOLUME-SEQUENCE
           OPEN INPUT FEED-SEQUENCE-FILE
           IF WS-FEED-SEQ-STATUS = "00"
              MOVE WS-ENTITY-CODE TO FSEQ-ENTITY-CODE
              MOVE "HOLDREL" TO FSEQ-SOURCE-SYSTEM
              READ FEED-SEQUENCE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE FSEQ-LAST-SEQUENCE TO WS-VOLUME-SEQUENCE
              END-READ
              CLOSE FEED-SEQUENCE-FILE
           END-IF
           IF WS-VOLUME-SEQUENCE = 999999
              MOVE 1 TO WS-VOLUME-SEQUENCE
           ELSE
              ADD 1 TO WS-VOLUME-SEQUENCE
           END-IF.

       9060-WRITE-ONE-RELEASE.
           READ HOLD-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-QUEUE
               NOT AT END
                   IF HOLD-ENTITY-CODE NOT = WS-ENTITY-CODE
                      MOVE "Y" TO WS-EOF-QUEUE
                   ELSE
                      IF HOLD-STATUS = "L"
                         MOVE HOLD-TRAN-IMAGE TO TRAN-RECORD
                         WRITE TRAN-RECORD
                         ADD 1 TO WS-VOLUME-COUNT
                         ADD HOLD-TRAN-AMOUNT TO WS-VOLUME-VALUE
                      END-IF
                   END-IF
           END-READ.

       9000-TERMINATE.
           PERFORM 9050-WRITE-RELEASE-VOLUME
           MOVE "CARDS READ.............." TO WS-RPT-TOT-LABEL
           MOVE WS-CARDS-READ TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "CARDS AUTHORIZED........" TO WS-RPT-TOT-LABEL
           MOVE WS-CARDS-AUTHORIZED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "CARDS REFUSED..........." TO WS-RPT-TOT-LABEL
           MOVE WS-CARDS-REFUSED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "ITEMS RELEASED.........." TO WS-RPT-TOT-LABEL
           MOVE WS-ITEMS-RELEASED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "ITEMS DECLINED.........." TO WS-RPT-TOT-LABEL
           MOVE WS-ITEMS-DECLINED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "CARDS NOT APPLIED......." TO WS-RPT-TOT-LABEL
           MOVE WS-CARDS-NOT-APPLIED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "RELEASE VOLUME RECORDS.." TO WS-RPT-TOT-LABEL
           MOVE WS-VOLUME-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE WS-VOLUME-VALUE TO WS-RPT-VOLUME-VALUE
           WRITE HOLD-REPORT-LINE FROM WS-RPT-VALUE-LINE
           CLOSE HOLD-CARD-FILE
           CLOSE HOLD-QUEUE-FILE
           IF WS-OPER-SECURITY-OPEN = "Y"
              CLOSE OPERATOR-SECURITY-FILE
           END-IF
           CLOSE MAINT-REJECT-FILE
           CLOSE HOLD-REPORT-FILE.

       9100-WRITE-TOTAL.
           WRITE HOLD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
