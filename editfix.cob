      *  this report instead of bouncing again tomorrow.  Rejects
      *  with no card, cards matching an id already repaired, and
      *  cards left unused all land on the repair status report.
      *  TRANSACT.RESUB is bracketed by the TRANCTL header and
      *  trailer under source system EDITFIX, numbered one past the
      *  last EDITFIX volume FEED.SEQ shows proved, so the volume
      *  passes TRANGATE like any inbound feed.  EDITFIX runs for
      *  the entity on ENTITY.PARM: only that entity's rejects are
      *  repaired, the volume and every item on it carry the entity,
      *  and the business date is the entity's own BUSDATE.CTL row.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RESUB-XREF-STATUS.

           SELECT FEED-SEQUENCE-FILE ASSIGN TO "FEED.SEQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FSEQ-KEY
               FILE STATUS WS-FEED-SEQ-STATUS.

           SELECT TRAN-TYPE-MASTER-FILE ASSIGN TO "TRANTYPE.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TTYP-TYPE-CODE
               FILE STATUS WS-TYPE-MASTER-STATUS.

           SELECT ENTITY-PARM-FILE ASSIGN TO "ENTITY.PARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ENTITY-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.CTL"
               ORGANIZATION SEQUENTIAL

       FD  RESUBMIT-FILE.
       COPY TRANREC.
       COPY TRANCTL.

       FD  FEED-SEQUENCE-FILE.
       COPY FEEDSEQ.

       FD  RESUB-XREF-FILE.
       COPY RESUBXRF.

       FD  TRAN-TYPE-MASTER-FILE.
       COPY TRANTYPM.

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.
       01  WS-CORRECTION-CARD-STATUS      PIC XX VALUE SPACES.
       01  WS-RESUBMIT-STATUS             PIC XX VALUE SPACES.
       01  WS-RESUB-XREF-STATUS           PIC XX VALUE SPACES.
       01  WS-FEED-SEQ-STATUS             PIC XX VALUE SPACES.
       01  WS-TYPE-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
       01  WS-REPAIR-REPORT-STATUS        PIC XX VALUE SPACES.
       01  WS-EOF-REJECTS                 PIC X VALUE "N".
       01  WS-EOF-CARDS                   PIC X VALUE "N".
      *    BUSDATE.CTL so a repair keyed on a rerun day carries the
      *    date being reprocessed; machine date is the fallback.
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
      *    Control totals for the TRANSACT.RESUB trailer.
       01  WS-VOLUME-SEQUENCE             PIC 9(6) VALUE 0.
       01  WS-VOLUME-COUNT                PIC 9(9) VALUE 0.
       01  WS-VOLUME-HASH                 PIC S9(13)V99 VALUE 0.

      *    Correction card deck, loaded whole before the reject
      *    sweep.  A second card for a TRAN-ID already in the table
           05  WS-XREF-TRAN-ID            OCCURS 5000 TIMES
                                          PIC X(10).

      *    The transaction-type master, loaded from TRANTYPE.MASTER
      *    - the same file BUGSOLUTION edits against, so a corrected
      *    type is checked here with the rule it will meet there:
      *    on the master, active, and in force on the business date.
      *    An absent or empty master accepts every non-blank type.
       01  WS-EOF-TYPES                   PIC X VALUE "N".
       01  WS-TYPE-SUB                    PIC 9(3) VALUE 0.
       01  WS-TYPE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-TYPE-LIMIT                  PIC 9(3) VALUE 50.
       01  WS-TYPE-FOUND                  PIC X VALUE "N".
       01  WS-VALID-TYPE-TABLE.
           05  WS-VALID-TYPE-ENTRY OCCURS 50 TIMES.
               10  WS-VALID-TYPE-CODE     PIC X(2).
               10  WS-VALID-TYPE-EFF-DATE PIC 9(8).
               10  WS-VALID-TYPE-EXP-DATE PIC 9(8).
               10  WS-VALID-TYPE-STATUS   PIC X(1).

      *    Candidate values for the repaired record after the card
      *    corrections are laid over the reject, re-edited with the
           05  FILLER                     PIC X(26) VALUE
               "EDIT REPAIR STATUS  DATE  ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(9) VALUE "  ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(44) VALUE
               "TRAN-ID    RSN  TRAN-DATE TP STATUS        ".
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           PERFORM 0101-READ-ENTITY-PARM
           PERFORM 0103-READ-BUSINESS-DATE
           PERFORM 0108-READ-TRAN-TYPES
           PERFORM 0110-LOAD-PRIOR-XREF
           IF WS-EDIT-REJECT-STATUS NOT = "00"
              MOVE "Y" TO WS-EOF-REJECTS
           END-IF
           PERFORM 0105-READ-FEED-SEQUENCE
           OPEN OUTPUT RESUBMIT-FILE
           MOVE SPACES TO TRAN-HEADER-RECORD
           MOVE "EDITFIX" TO THDR-SOURCE-SYSTEM
           MOVE WS-BUSINESS-DATE TO THDR-BUSINESS-DATE
           MOVE WS-VOLUME-SEQUENCE TO THDR-FILE-SEQUENCE
           MOVE "H" TO THDR-RECORD-TYPE
           MOVE WS-ENTITY-CODE TO THDR-ENTITY-CODE
           WRITE TRAN-HEADER-RECORD
           OPEN EXTEND RESUB-XREF-FILE
           IF WS-RESUB-XREF-STATUS = "05" OR
              WS-RESUB-XREF-STATUS = "35"
           END-IF
           OPEN OUTPUT REPAIR-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE REPAIR-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE REPAIR-REPORT-LINE FROM WS-RPT-HEADER-2
           IF WS-EOF-REJECTS NOT = "Y"
              PERFORM 1100-READ-REJECT
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

      *    The resubmission volume is numbered one past the last
      *    EDITFIX volume the gate proved.
       0105-READ-FEED-SEQUENCE.
           MOVE 0 TO WS-VOLUME-SEQUENCE
           OPEN INPUT FEED-SEQUENCE-FILE
           IF WS-FEED-SEQ-STATUS = "00"
              MOVE WS-ENTITY-CODE TO FSEQ-ENTITY-CODE
              MOVE "EDITFIX" TO FSEQ-SOURCE-SYSTEM
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

       0108-READ-TRAN-TYPES.
           OPEN INPUT TRAN-TYPE-MASTER-FILE
           IF WS-TYPE-MASTER-STATUS = "00"
              MOVE "N" TO WS-EOF-TYPES
              MOVE LOW-VALUES TO TTYP-TYPE-CODE
              START TRAN-TYPE-MASTER-FILE KEY NOT < TTYP-TYPE-CODE
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-TYPES
              END-START
              PERFORM 0109-LOAD-ONE-TRAN-TYPE
                  UNTIL WS-EOF-TYPES = "Y"
                  OR WS-TYPE-COUNT >= WS-TYPE-LIMIT
              CLOSE TRAN-TYPE-MASTER-FILE
           END-IF.

       0109-LOAD-ONE-TRAN-TYPE.
           READ TRAN-TYPE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-TYPES
               NOT AT END
                   IF TTYP-TYPE-CODE NOT = SPACES
                      ADD 1 TO WS-TYPE-COUNT
                      MOVE TTYP-TYPE-CODE
                          TO WS-VALID-TYPE-CODE(WS-TYPE-COUNT)
                      MOVE TTYP-EFFECTIVE-DATE
                          TO WS-VALID-TYPE-EFF-DATE(WS-TYPE-COUNT)
                      MOVE TTYP-EXPIRY-DATE
                          TO WS-VALID-TYPE-EXP-DATE(WS-TYPE-COUNT)
                      MOVE TTYP-STATUS
                          TO WS-VALID-TYPE-STATUS(WS-TYPE-COUNT)
                   END-IF
           END-READ.

               AT END
                   MOVE "Y" TO WS-EOF-XREF
               NOT AT END
                   IF RSUB-ENTITY-CODE = WS-ENTITY-CODE
                      ADD 1 TO WS-XREF-COUNT
                      MOVE RSUB-TRAN-ID
                          TO WS-XREF-TRAN-ID(WS-XREF-COUNT)
                   END-IF
           END-READ.

       0120-LOAD-CORRECTION-CARDS.
              END-IF
           END-IF.

      *    EDIT.REJECTS holds every entity's rejects; another
      *    entity's are left for its own run.
       1000-PROCESS-REJECT.
           IF EDTR-ENTITY-CODE = WS-ENTITY-CODE
              PERFORM 1050-PROCESS-ENTITY-REJECT
           END-IF
           PERFORM 1100-READ-REJECT.

       1050-PROCESS-ENTITY-REJECT.
           ADD 1 TO WS-REJECTS-READ
           MOVE EDTR-TRAN-ID TO WS-RPT-DTL-TRAN-ID
           MOVE EDTR-REASON-CODE TO WS-RPT-DTL-REASON
              MOVE "NOT REPAIRABLE" TO WS-RPT-DTL-STATUS
              ADD 1 TO WS-NOT-REPAIRABLE-COUNT
              WRITE REPAIR-REPORT-LINE FROM WS-RPT-DETAIL-LINE
           END-IF.

       1100-READ-REJECT.
           READ EDIT-REJECT-FILE
                     OR WS-TYPE-SUB >= WS-TYPE-COUNT
                 IF WS-TYPE-FOUND = "N"
                    MOVE "TYPE" TO WS-REPAIR-RESULT
                 ELSE
                    PERFORM 1525-CHECK-TYPE-IN-FORCE
                 END-IF
              END-IF
           END-IF.

       1525-CHECK-TYPE-IN-FORCE.
           IF WS-VALID-TYPE-STATUS(WS-TYPE-SUB) NOT = "A"
              MOVE "TYPE" TO WS-REPAIR-RESULT
           END-IF
           IF WS-VALID-TYPE-EFF-DATE(WS-TYPE-SUB) > WS-BUSINESS-DATE
              MOVE "TYPE" TO WS-REPAIR-RESULT
           END-IF
           IF WS-VALID-TYPE-EXP-DATE(WS-TYPE-SUB) NOT = 0
              AND WS-VALID-TYPE-EXP-DATE(WS-TYPE-SUB)
                  < WS-BUSINESS-DATE
              MOVE "TYPE" TO WS-REPAIR-RESULT
           END-IF.

       1530-SCAN-TYPE-TABLE.
           ADD 1 TO WS-TYPE-SUB
           IF WS-VALID-TYPE-CODE(WS-TYPE-SUB) = WS-REPAIR-TYPE
           MOVE WS-REPAIR-TYPE TO TRAN-TYPE-CODE
           MOVE SPACE TO TRAN-RECORD-TYPE
           MOVE SPACES TO TRAN-ORIGINAL-ID
           MOVE WS-ENTITY-CODE TO TRAN-ENTITY-CODE
           WRITE TRAN-RECORD
           ADD 1 TO WS-VOLUME-COUNT
           ADD EDTR-TRAN-AMOUNT TO WS-VOLUME-HASH
           MOVE EDTR-TRAN-ID TO RSUB-TRAN-ID
           MOVE EDTR-RUN-DATE TO RSUB-REJECT-DATE
           MOVE EDTR-REASON-CODE TO RSUB-REJECT-REASON
           MOVE WS-BUSINESS-DATE TO RSUB-REPAIR-DATE
           MOVE WS-CURRENT-TIME TO RSUB-REPAIR-TIME
           MOVE WS-CRD-OPERATOR-ID(WS-CARD-SUB) TO RSUB-OPERATOR-ID
           MOVE WS-ENTITY-CODE TO RSUB-ENTITY-CODE
           WRITE RESUB-XREF-RECORD
           MOVE "Y" TO WS-CRD-USED(WS-CARD-SUB)
      *    The new lineage also joins the in-storage list so a
           MOVE "CARDS UNUSED............" TO WS-RPT-TOT-LABEL
           MOVE WS-UNUSED-CARD-COUNT TO WS-RPT-TOT-COUNT
           PERFORM 9200-WRITE-TOTAL
           MOVE "RESUB VOLUME SEQUENCE..." TO WS-RPT-TOT-LABEL
           MOVE WS-VOLUME-SEQUENCE TO WS-RPT-TOT-COUNT
           PERFORM 9200-WRITE-TOTAL
           IF WS-CARD-DROPPED > 0
              DISPLAY "EDITFIX: " WS-CARD-DROPPED
                  " CARDS DROPPED - CARD TABLE FULL"
           END-IF
           MOVE SPACES TO TRAN-TRAILER-RECORD
           MOVE WS-VOLUME-COUNT TO TTRL-RECORD-COUNT
           MOVE WS-VOLUME-HASH TO TTRL-HASH-TOTAL
           MOVE "T" TO TTRL-RECORD-TYPE
           WRITE TRAN-TRAILER-RECORD
           CLOSE EDIT-REJECT-FILE
           CLOSE RESUBMIT-FILE
           CLOSE RESUB-XREF-FILE
