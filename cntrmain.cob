      *  cards go to MAINT.REJECTS and onto the security exceptions
      *  report; an absent security master refuses every card, so a
      *  lost file fails safe instead of open.
      *  Each card also names the entity whose counter it addresses
      *  in MAINT-ENTITY-CODE (spaces - the first BUSDATE.CTL entity).
      *  The operator must hold that entity, or "***", on the security
      *  master; the card is stamped with the entity's business date
      *  and cycle and judged against the entity's dual-authorization
      *  limit, and its pending queue, history and rejects carry the
      *  entity.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COUNTER-STATE-FILE ASSIGN TO "COUNTER.STATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CNTR-KEY
               FILE STATUS WS-CNTR-STATE-STATUS.

           SELECT ADJUSTMENT-HISTORY-FILE ASSIGN TO "ADJUST.HISTORY"
      *    fallback when the control file is absent.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
      *    Intraday cycle in force, from BDAT-CYCLE-NUMBER, stamped
      *    on the history so the exception monitor can tell which
      *    cycle an override belongs to.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
      *    Entity the card in hand addresses.  Its date, cycle and
      *    dual-authorization limit are looked up again only when
      *    the entity differs from the last card's.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-DEFAULT-ENTITY-CODE         PIC X(3) VALUE SPACES.
       01  WS-LAST-ENTITY-CODE            PIC X(3) VALUE SPACES.
       01  WS-EOF-THRESHOLDS              PIC X VALUE "N".
       01  WS-THRESHOLD-FOUND             PIC X VALUE "N".
       01  WS-OPER-ENTITLED               PIC X VALUE "N".
       01  WS-OPER-ENTITY-SUB             PIC 9(2) VALUE 0.

       01  WS-SEC-HEADER-1.
           05  FILLER                     PIC X(36) VALUE
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SEC-DTL-ACTION          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SEC-DTL-ENTITY          PIC X(3).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SEC-DTL-COUNTER-ID      PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SEC-DTL-AREA            PIC X(1).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           PERFORM 0103-READ-BUSINESS-DATE
           MOVE WS-ENTITY-CODE TO WS-DEFAULT-ENTITY-CODE
           OPEN INPUT MAINT-CARD-FILE
           IF WS-MAINT-CARD-STATUS NOT = "00"
              MOVE "Y" TO WS-EOF-CARDS

       0103-READ-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           MOVE 1 TO WS-CYCLE-NUMBER
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              MOVE "N" TO WS-BUSDATE-FOUND
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

      *    The entity's own card wins; a card with spaces for the
      *    entity stands in for an entity without one.
       0105-READ-THRESHOLDS.
           MOVE 0 TO WS-DUAL-AUTH-LIMIT
           OPEN INPUT THRESHOLD-PARM-FILE
           IF WS-THRESHOLD-PARM-STATUS = "00"
              MOVE "N" TO WS-EOF-THRESHOLDS
              MOVE "N" TO WS-THRESHOLD-FOUND
              PERFORM 0106-READ-ONE-THRESHOLD
                  UNTIL WS-EOF-THRESHOLDS = "Y"
                  OR WS-THRESHOLD-FOUND = "Y"
              CLOSE THRESHOLD-PARM-FILE
           END-IF.

       0106-READ-ONE-THRESHOLD.
           READ THRESHOLD-PARM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-THRESHOLDS
               NOT AT END
                   IF PARM-ENTITY-CODE = WS-ENTITY-CODE
                      MOVE "Y" TO WS-THRESHOLD-FOUND
                      MOVE PARM-DUAL-AUTH-LIMIT TO WS-DUAL-AUTH-LIMIT
                   ELSE
                      IF PARM-ENTITY-CODE = SPACES
                         MOVE PARM-DUAL-AUTH-LIMIT
                             TO WS-DUAL-AUTH-LIMIT
                      END-IF
                   END-IF
           END-READ.

       1000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ
           PERFORM 1020-SET-CARD-ENTITY
           PERFORM 1500-CHECK-OPERATOR-SECURITY
           IF WS-CARD-AUTHORIZED = "Y"
              ADD 1 TO WS-CARDS-AUTHORIZED
           MOVE 0 TO CNTR-OUTSTANDING-DEC-DATE
           MOVE 0 TO CNTR-LAST-UPDATE-DATE
           MOVE 0 TO CNTR-LAST-UPDATE-TIME
           MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
           MOVE WS-COUNTER-ID TO CNTR-COUNTER-ID
           READ COUNTER-STATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-ENTITY-CODE TO CNTR-ENTITY-CODE
           MOVE WS-COUNTER-ID TO CNTR-COUNTER-ID
           EVALUATE MAINT-ACTION-CODE
               WHEN "VIEW"
                       MAINT-ACTION-CODE
           END-EVALUATE.

       1020-SET-CARD-ENTITY.
           IF MAINT-ENTITY-CODE = SPACES
              MOVE WS-DEFAULT-ENTITY-CODE TO WS-ENTITY-CODE
           ELSE
              MOVE MAINT-ENTITY-CODE TO WS-ENTITY-CODE
           END-IF
           IF WS-CARDS-READ = 1
              OR WS-ENTITY-CODE NOT = WS-LAST-ENTITY-CODE
              PERFORM 0103-READ-BUSINESS-DATE
              PERFORM 0105-READ-THRESHOLDS
              MOVE WS-ENTITY-CODE TO WS-LAST-ENTITY-CODE
           END-IF.

       1100-READ-CARD.
           READ MAINT-CARD-FILE
               AT END
           END-IF.

       1510-CHECK-ENTITLEMENT.
           PERFORM 1520-CHECK-OPER-ENTITY
           IF OPER-ACTIVE NOT = "Y"
              MOVE "N" TO WS-CARD-AUTHORIZED
              MOVE "INAC" TO WS-SEC-REASON-CODE
           ELSE
              IF WS-OPER-ENTITLED NOT = "Y"
                 MOVE "N" TO WS-CARD-AUTHORIZED
                 MOVE "ENTY" TO WS-SEC-REASON-CODE
              END-IF
           END-IF
           IF WS-CARD-AUTHORIZED = "Y"
              EVALUATE MAINT-ACTION-CODE
                  WHEN "VIEW"
                      IF OPER-ENTITLEMENT NOT = "V"
              END-EVALUATE
           END-IF.

      *    The operator record in hand must list the card's entity,
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

       1600-WRITE-MAINT-REJECT.
           MOVE WS-BUSINESS-DATE TO MREJ-REJECT-DATE
           MOVE WS-CURRENT-TIME TO MREJ-REJECT-TIME
           MOVE MAINT-TARGET-AREA TO MREJ-TARGET-AREA
           MOVE MAINT-NEW-VALUE TO MREJ-NEW-VALUE
           MOVE WS-SEC-REASON-CODE TO MREJ-REASON-CODE
           MOVE WS-ENTITY-CODE TO MREJ-ENTITY-CODE
           WRITE MAINT-REJECT-RECORD
           MOVE MAINT-OPERATOR-ID TO WS-SEC-DTL-OPERATOR
           MOVE MAINT-ACTION-CODE TO WS-SEC-DTL-ACTION
           MOVE WS-ENTITY-CODE TO WS-SEC-DTL-ENTITY
           MOVE MAINT-COUNTER-ID TO WS-SEC-DTL-COUNTER-ID
           MOVE MAINT-TARGET-AREA TO WS-SEC-DTL-AREA
           MOVE MAINT-NEW-VALUE TO WS-SEC-DTL-VALUE
                       TO WS-SEC-DTL-TEXT
               WHEN "CEIL"
                   MOVE "VALUE ABOVE CEILING" TO WS-SEC-DTL-TEXT
               WHEN "ENTY"
                   MOVE "NOT ENTITLED TO ENTITY"
                       TO WS-SEC-DTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-SEC-DTL-TEXT
           END-EVALUATE
           WRITE SECURITY-REPORT-LINE FROM WS-SEC-DETAIL-LINE
           DISPLAY "CNTRMAIN: CARD REFUSED - " WS-SEC-REASON-CODE
               " OPERATOR " MAINT-OPERATOR-ID
               " ACTION " MAINT-ACTION-CODE
               " ENTITY " WS-ENTITY-CODE.

       2000-DISPLAY-COUNTER-STATE.
           DISPLAY "ENTITY: " CNTR-ENTITY-CODE
               " COUNTER-ID: " CNTR-COUNTER-ID
               " AREA-1: " CNTR-AREA-1
               " GENERATION: " CNTR-AREA-1-GENERATION
               " AREA-2: " CNTR-AREA-2
           MOVE WS-COUNTER-ID TO ADJH-COUNTER-ID
           MOVE WS-HIST-APPROVER-ID TO ADJH-APPROVER-ID
           MOVE WS-CYCLE-NUMBER TO ADJH-CYCLE-NUMBER
           MOVE WS-ENTITY-CODE TO ADJH-ENTITY-CODE
           WRITE ADJUSTMENT-HISTORY-RECORD.

      *    A repeat ADJ for the same counter/area replaces whatever
      *    was already queued - the latest request is the one that
      *    stands for approval.
       3500-QUEUE-PENDING-ADJUSTMENT.
           MOVE WS-ENTITY-CODE TO PEND-ENTITY-CODE
           MOVE WS-COUNTER-ID TO PEND-COUNTER-ID
           MOVE MAINT-TARGET-AREA TO PEND-TARGET-AREA
           MOVE MAINT-OPERATOR-ID TO PEND-OPERATOR-ID
               " BY " MAINT-OPERATOR-ID.

       4000-APPROVE-ADJUSTMENT.
           MOVE WS-ENTITY-CODE TO PEND-ENTITY-CODE
           MOVE WS-COUNTER-ID TO PEND-COUNTER-ID
           MOVE MAINT-TARGET-AREA TO PEND-TARGET-AREA
           READ PENDING-ADJUSTS-FILE
