       IDENTIFICATION DIVISION.
       PROGRAM-ID. TYPEMAIN.
      *****************************************************************
      *  Operator maintenance transaction for the transaction-type
      *  master (TRANTYPE.MASTER).  Reads a deck of type maintenance
      *  cards - VIEW to display a type, ADD to set up a new type
      *  with its description, owning department, effective and
      *  expiry dates, GL account and high-value hold limit, CHG to
      *  replace any of those fields, RETR to retire a type - and
      *  logs the before and after image of every change to
      *  TRANTYPE.HISTORY.  A new type is keyed ahead of time with
      *  the business date it goes live, and BUGSOLUTION starts
      *  accepting it that morning; a retired type stops being
      *  accepted at once, with nobody hand-editing a parm deck the
      *  night before.
      *  Every card is first validated against the operator security
      *  master (OPERSEC.MASTER) exactly as CNTRMAIN does: the
      *  operator must exist, be active, and hold view rights for a
      *  VIEW card or adjust/approve rights for a change.  The
      *  master serves every entity, so a change also needs an
      *  operator entitled to every entity ("***").  Refused
      *  cards go to MAINT.REJECTS and onto the maintenance report;
      *  an absent security master refuses every card.  Cards that
      *  pass security but cannot be applied - a type already on
      *  file, a type not on file, a bad date - are listed on the
      *  same report with their reason.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE-CARD-FILE ASSIGN TO "TYPEMAIN.CARDS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-TYPE-CARD-STATUS.

           SELECT TRAN-TYPE-MASTER-FILE ASSIGN TO "TRANTYPE.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TTYP-TYPE-CODE
               FILE STATUS WS-TYPE-MASTER-STATUS.

           SELECT TYPE-HISTORY-FILE ASSIGN TO "TRANTYPE.HISTORY"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TYPE-HISTORY-STATUS.

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

           SELECT TYPE-REPORT-FILE ASSIGN TO "TYPEMAIN.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-TYPE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TYPE-CARD-FILE.
       COPY TYPMCRD.

       FD  TRAN-TYPE-MASTER-FILE.
       COPY TRANTYPM.

       FD  TYPE-HISTORY-FILE.
       COPY TYPHIST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  OPERATOR-SECURITY-FILE.
       COPY OPERSEC.

       FD  MAINT-REJECT-FILE.
       COPY MNTREJ.

       FD  TYPE-REPORT-FILE.
       01  TYPE-REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TYPE-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-TYPE-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-TYPE-HISTORY-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-SECURITY-STATUS        PIC XX VALUE SPACES.
       01  WS-MAINT-REJECT-STATUS         PIC XX VALUE SPACES.
       01  WS-TYPE-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-CARDS                   PIC X VALUE "N".
      *    Security check result for the card in hand - a card only
      *    reaches the action EVALUATE when it comes back "Y".
       01  WS-OPER-SECURITY-OPEN          PIC X VALUE "N".
       01  WS-CARD-AUTHORIZED             PIC X VALUE "Y".
       01  WS-SEC-REASON-CODE             PIC X(4) VALUE SPACES.
       01  WS-OPER-ENTITLED               PIC X VALUE "N".
       01  WS-OPER-ENTITY-SUB             PIC 9(2) VALUE 0.
      *    Result of the data edits on an authorized card - spaces
      *    when the change applies, otherwise the reason it did not:
      *      DUPT - ADD for a type already on the master
      *      NOTF - VIEW/CHG/RETR for a type not on the master
      *      RETD - RETR for a type already retired
      *      DATA - missing or invalid field on the card
       01  WS-APPLY-RESULT                PIC X(4) VALUE SPACES.
       01  WS-TYPE-ON-FILE                PIC X VALUE "N".
       01  WS-CARDS-READ                  PIC 9(7) VALUE 0.
       01  WS-CARDS-AUTHORIZED            PIC 9(7) VALUE 0.
       01  WS-CARDS-REFUSED               PIC 9(7) VALUE 0.
       01  WS-CARDS-APPLIED               PIC 9(7) VALUE 0.
       01  WS-CARDS-NOT-APPLIED           PIC 9(7) VALUE 0.
      *    The master record as it stood before the card, for the
      *    history record's before image.
       01  WS-BEFORE-IMAGE                PIC X(76) VALUE SPACES.
       01  WS-DATE-TIME-STAMP.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(6).
      *    Changes are stamped with the business date from
      *    BUSDATE.CTL; machine date is the fallback when the control
      *    file is absent.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
      *    Card dates are edited with the BUGSOLUTION date rules
      *    before they reach the master.
       01  WS-CARD-DATE-X                 PIC X(8) VALUE SPACES.
       01  WS-CARD-DATE-VALID             PIC X VALUE "Y".
       01  WS-EDIT-DATE-FIELDS.
           05  WS-EDIT-DATE               PIC 9(8).
           05  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-DATE-YEAR      PIC 9(4).
               10  WS-EDIT-DATE-MONTH     PIC 9(2).
               10  WS-EDIT-DATE-DAY       PIC 9(2).

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(36) VALUE
               "TRANSACTION TYPE MAINTENANCE     DT ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(44) VALUE
               "OPERATOR ACTN TP RSN  STATUS                ".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-OPERATOR        PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-ACTION          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TYPE-CODE       PIC X(2).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-REASON          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TEXT            PIC X(30).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-PROCESS-CARD UNTIL WS-EOF-CARDS = "Y"
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           PERFORM 0103-READ-BUSINESS-DATE
           OPEN INPUT TYPE-CARD-FILE
           IF WS-TYPE-CARD-STATUS NOT = "00"
              MOVE "Y" TO WS-EOF-CARDS
           END-IF
           OPEN I-O TRAN-TYPE-MASTER-FILE
           IF WS-TYPE-MASTER-STATUS = "35"
              CLOSE TRAN-TYPE-MASTER-FILE
              OPEN OUTPUT TRAN-TYPE-MASTER-FILE
              CLOSE TRAN-TYPE-MASTER-FILE
              OPEN I-O TRAN-TYPE-MASTER-FILE
           END-IF
           OPEN EXTEND TYPE-HISTORY-FILE
           IF WS-TYPE-HISTORY-STATUS = "05" OR
              WS-TYPE-HISTORY-STATUS = "35"
              CLOSE TYPE-HISTORY-FILE
              OPEN OUTPUT TYPE-HISTORY-FILE
              CLOSE TYPE-HISTORY-FILE
              OPEN EXTEND TYPE-HISTORY-FILE
           END-IF
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPER-SECURITY-STATUS = "00"
              MOVE "Y" TO WS-OPER-SECURITY-OPEN
           ELSE
      *       Failing safe: no security master means no card posts,
      *       rather than every card posting unchecked.
              DISPLAY "TYPEMAIN: OPERATOR SECURITY MASTER NOT "
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
           OPEN OUTPUT TYPE-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           WRITE TYPE-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE TYPE-REPORT-LINE FROM WS-RPT-HEADER-2
           IF WS-EOF-CARDS NOT = "Y"
              PERFORM 1100-READ-CARD
           END-IF.

       0103-READ-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              READ BUSINESS-DATE-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
                      MOVE BDAT-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                      IF WS-CYCLE-NUMBER = 0
                         MOVE 1 TO WS-CYCLE-NUMBER
                      END-IF
              END-READ
              CLOSE BUSINESS-DATE-FILE
           END-IF.

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
           MOVE "N" TO WS-TYPE-ON-FILE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE TMNT-TYPE-CODE TO TTYP-TYPE-CODE
           READ TRAN-TYPE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TYPE-ON-FILE
                   MOVE TRAN-TYPE-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ
           EVALUATE TMNT-ACTION-CODE
               WHEN "VIEW"
                   PERFORM 2000-DISPLAY-TYPE
               WHEN "ADD "
                   PERFORM 3000-ADD-TYPE
               WHEN "CHG "
                   PERFORM 3100-CHANGE-TYPE
               WHEN "RETR"
                   PERFORM 3200-RETIRE-TYPE
               WHEN OTHER
                   DISPLAY "TYPEMAIN: UNKNOWN ACTION CODE "
                       TMNT-ACTION-CODE
           END-EVALUATE
           IF WS-APPLY-RESULT NOT = SPACES
              ADD 1 TO WS-CARDS-NOT-APPLIED
              PERFORM 1700-WRITE-NOT-APPLIED
           END-IF.

       1100-READ-CARD.
           READ TYPE-CARD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CARDS
           END-READ.

      *    Only VIEW/ADD/CHG/RETR face the security master - an
      *    unknown action code still falls through to the action
      *    EVALUATE and its console message.
       1500-CHECK-OPERATOR-SECURITY.
           MOVE "Y" TO WS-CARD-AUTHORIZED
           MOVE SPACES TO WS-SEC-REASON-CODE
           IF TMNT-ACTION-CODE = "VIEW"
              OR TMNT-ACTION-CODE = "ADD "
              OR TMNT-ACTION-CODE = "CHG "
              OR TMNT-ACTION-CODE = "RETR"
              IF WS-OPER-SECURITY-OPEN NOT = "Y"
                 MOVE "N" TO WS-CARD-AUTHORIZED
                 MOVE "NOOP" TO WS-SEC-REASON-CODE
              ELSE
                 MOVE TMNT-OPERATOR-ID TO OPER-OPERATOR-ID
                 READ OPERATOR-SECURITY-FILE
                     INVALID KEY
                         MOVE "N" TO WS-CARD-AUTHORIZED
                         MOVE "NOOP" TO WS-SEC-REASON-CODE
                     NOT INVALID KEY
                         PERFORM 1510-CHECK-ENTITLEMENT
                 END-READ
              END-IF
           END-IF.

      *    A type change moves what the edit accepts and where the
      *    GL posts, so it takes the same adjust ("A") or approve
      *    ("P") rights as a counter adjustment; the value ceiling
      *    has no meaning here and is not applied.
       1510-CHECK-ENTITLEMENT.
           IF OPER-ACTIVE NOT = "Y"
              MOVE "N" TO WS-CARD-AUTHORIZED
              MOVE "INAC" TO WS-SEC-REASON-CODE
           ELSE
              IF TMNT-ACTION-CODE = "VIEW"
                 IF OPER-ENTITLEMENT NOT = "V"
                    AND OPER-ENTITLEMENT NOT = "A"
                    AND OPER-ENTITLEMENT NOT = "P"
                    MOVE "N" TO WS-CARD-AUTHORIZED
                    MOVE "ENTL" TO WS-SEC-REASON-CODE
                 END-IF
              ELSE
                 IF OPER-ENTITLEMENT NOT = "A"
                    AND OPER-ENTITLEMENT NOT = "P"
                    MOVE "N" TO WS-CARD-AUTHORIZED
                    MOVE "ENTL" TO WS-SEC-REASON-CODE
                 ELSE
                    PERFORM 1520-CHECK-ALL-ENTITIES
                    IF WS-OPER-ENTITLED NOT = "Y"
                       MOVE "N" TO WS-CARD-AUTHORIZED
                       MOVE "ENTY" TO WS-SEC-REASON-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    TRANTYPE.MASTER serves every entity, so a change to it needs
      *    an operator entitled to every entity - "***" in one of
      *    the entity slots.  An operator held to named entities may
      *    still VIEW.
       1520-CHECK-ALL-ENTITIES.
           MOVE "N" TO WS-OPER-ENTITLED
           MOVE 0 TO WS-OPER-ENTITY-SUB
           PERFORM 1530-CHECK-ONE-OPER-ENTITY
               UNTIL WS-OPER-ENTITLED = "Y"
               OR WS-OPER-ENTITY-SUB >= 8.

       1530-CHECK-ONE-OPER-ENTITY.
           ADD 1 TO WS-OPER-ENTITY-SUB
           IF OPER-ENTITY-CODE(WS-OPER-ENTITY-SUB) = "***"
              MOVE "Y" TO WS-OPER-ENTITLED
           END-IF.

      *    The counter-id slot on MAINT.REJECTS carries "TYPE-xx" so
      *    a refused type card sorts with the counter it governs.
       1600-WRITE-MAINT-REJECT.
           MOVE WS-BUSINESS-DATE TO MREJ-REJECT-DATE
           MOVE WS-CURRENT-TIME TO MREJ-REJECT-TIME
           MOVE TMNT-OPERATOR-ID TO MREJ-OPERATOR-ID
           MOVE TMNT-ACTION-CODE TO MREJ-ACTION-CODE
           MOVE SPACES TO MREJ-COUNTER-ID
           STRING "TYPE-" TMNT-TYPE-CODE DELIMITED BY SIZE
               INTO MREJ-COUNTER-ID
           MOVE SPACE TO MREJ-TARGET-AREA
           MOVE 0 TO MREJ-NEW-VALUE
           MOVE WS-SEC-REASON-CODE TO MREJ-REASON-CODE
           MOVE SPACES TO MREJ-ENTITY-CODE
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
                   MOVE "NOT ENTITLED TO ALL ENTITIES"
                       TO WS-RPT-DTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-DTL-TEXT
           END-EVALUATE
           PERFORM 1800-WRITE-REPORT-DETAIL
           DISPLAY "TYPEMAIN: CARD REFUSED - " WS-SEC-REASON-CODE
               " OPERATOR " TMNT-OPERATOR-ID
               " ACTION " TMNT-ACTION-CODE.

       1700-WRITE-NOT-APPLIED.
           MOVE WS-APPLY-RESULT TO WS-RPT-DTL-REASON
           EVALUATE WS-APPLY-RESULT
               WHEN "DUPT"
                   MOVE "TYPE ALREADY ON MASTER"
                       TO WS-RPT-DTL-TEXT
               WHEN "NOTF"
                   MOVE "TYPE NOT ON MASTER" TO WS-RPT-DTL-TEXT
               WHEN "RETD"
                   MOVE "TYPE ALREADY RETIRED" TO WS-RPT-DTL-TEXT
               WHEN "DATA"
                   MOVE "MISSING OR INVALID CARD FIELD"
                       TO WS-RPT-DTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-DTL-TEXT
           END-EVALUATE
           PERFORM 1800-WRITE-REPORT-DETAIL
           DISPLAY "TYPEMAIN: CARD NOT APPLIED - " WS-APPLY-RESULT
               " TYPE " TMNT-TYPE-CODE
               " ACTION " TMNT-ACTION-CODE.

       1800-WRITE-REPORT-DETAIL.
           MOVE TMNT-OPERATOR-ID TO WS-RPT-DTL-OPERATOR
           MOVE TMNT-ACTION-CODE TO WS-RPT-DTL-ACTION
           MOVE TMNT-TYPE-CODE TO WS-RPT-DTL-TYPE-CODE
           WRITE TYPE-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       2000-DISPLAY-TYPE.
           IF WS-TYPE-ON-FILE NOT = "Y"
              MOVE "NOTF" TO WS-APPLY-RESULT
           ELSE
              DISPLAY "TYPE: " TTYP-TYPE-CODE
                  " DESC: " TTYP-DESCRIPTION
                  " DEPT: " TTYP-DEPARTMENT
                  " EFF: " TTYP-EFFECTIVE-DATE
                  " EXP: " TTYP-EXPIRY-DATE
                  " STATUS: " TTYP-STATUS
                  " GL: " TTYP-GL-ACCOUNT
                  " HOLD: " TTYP-HOLD-LIMIT
           END-IF.

      *    A blank effective date goes live on the business date the
      *    card is keyed; a blank expiry leaves the type open-ended.
       3000-ADD-TYPE.
           IF WS-TYPE-ON-FILE = "Y"
              MOVE "DUPT" TO WS-APPLY-RESULT
           ELSE
              IF TMNT-TYPE-CODE = SPACES
                 OR TMNT-DESCRIPTION = SPACES
                 OR TMNT-GL-ACCOUNT = SPACES
                 MOVE "DATA" TO WS-APPLY-RESULT
              END-IF
           END-IF
           IF WS-APPLY-RESULT = SPACES
              MOVE TMNT-TYPE-CODE TO TTYP-TYPE-CODE
              MOVE TMNT-DESCRIPTION TO TTYP-DESCRIPTION
              MOVE TMNT-DEPARTMENT TO TTYP-DEPARTMENT
              MOVE WS-BUSINESS-DATE TO TTYP-EFFECTIVE-DATE
              MOVE 0 TO TTYP-EXPIRY-DATE
              MOVE "A" TO TTYP-STATUS
              MOVE TMNT-GL-ACCOUNT TO TTYP-GL-ACCOUNT
              MOVE 0 TO TTYP-HOLD-LIMIT
              PERFORM 3500-APPLY-CARD-DATES
              PERFORM 3700-APPLY-HOLD-LIMIT
           END-IF
           IF WS-APPLY-RESULT = SPACES
              WRITE TRAN-TYPE-MASTER-RECORD
                  INVALID KEY
                      MOVE "DUPT" TO WS-APPLY-RESULT
              END-WRITE
           END-IF
           IF WS-APPLY-RESULT = SPACES
              PERFORM 3900-WRITE-TYPE-HISTORY
           END-IF.

      *    Only the fields punched non-blank change.  A retired type
      *    can still have its description or GL account corrected,
      *    but a CHG card never brings it back into service.
       3100-CHANGE-TYPE.
           IF WS-TYPE-ON-FILE NOT = "Y"
              MOVE "NOTF" TO WS-APPLY-RESULT
           ELSE
              IF TMNT-DESCRIPTION NOT = SPACES
                 MOVE TMNT-DESCRIPTION TO TTYP-DESCRIPTION
              END-IF
              IF TMNT-DEPARTMENT NOT = SPACES
                 MOVE TMNT-DEPARTMENT TO TTYP-DEPARTMENT
              END-IF
              IF TMNT-GL-ACCOUNT NOT = SPACES
                 MOVE TMNT-GL-ACCOUNT TO TTYP-GL-ACCOUNT
              END-IF
              PERFORM 3500-APPLY-CARD-DATES
              PERFORM 3700-APPLY-HOLD-LIMIT
           END-IF
           IF WS-APPLY-RESULT = SPACES
              REWRITE TRAN-TYPE-MASTER-RECORD
                  INVALID KEY
                      MOVE "NOTF" TO WS-APPLY-RESULT
              END-REWRITE
           END-IF
           IF WS-APPLY-RESULT = SPACES
              PERFORM 3900-WRITE-TYPE-HISTORY
           END-IF.

       3200-RETIRE-TYPE.
           IF WS-TYPE-ON-FILE NOT = "Y"
              MOVE "NOTF" TO WS-APPLY-RESULT
           ELSE
              IF TTYP-STATUS = "R"
                 MOVE "RETD" TO WS-APPLY-RESULT
              END-IF
           END-IF
           IF WS-APPLY-RESULT = SPACES
              MOVE "R" TO TTYP-STATUS
              REWRITE TRAN-TYPE-MASTER-RECORD
                  INVALID KEY
                      MOVE "NOTF" TO WS-APPLY-RESULT
              END-REWRITE
           END-IF
           IF WS-APPLY-RESULT = SPACES
              PERFORM 3900-WRITE-TYPE-HISTORY
           END-IF.

      *    Lays the card's effective and expiry dates over the record
      *    area, then refuses a window that closes before it opens.
       3500-APPLY-CARD-DATES.
           IF TMNT-EFFECTIVE-DATE NOT = SPACES
              MOVE TMNT-EFFECTIVE-DATE TO WS-CARD-DATE-X
              PERFORM 3600-CHECK-CARD-DATE
              IF WS-CARD-DATE-VALID = "Y"
                 MOVE WS-EDIT-DATE TO TTYP-EFFECTIVE-DATE
              ELSE
                 MOVE "DATA" TO WS-APPLY-RESULT
              END-IF
           END-IF
           IF TMNT-EXPIRY-DATE NOT = SPACES
              MOVE TMNT-EXPIRY-DATE TO WS-CARD-DATE-X
              PERFORM 3600-CHECK-CARD-DATE
              IF WS-CARD-DATE-VALID = "Y"
                 MOVE WS-EDIT-DATE TO TTYP-EXPIRY-DATE
              ELSE
                 MOVE "DATA" TO WS-APPLY-RESULT
              END-IF
           END-IF
           IF TTYP-EXPIRY-DATE NOT = 0
              AND TTYP-EXPIRY-DATE < TTYP-EFFECTIVE-DATE
              MOVE "DATA" TO WS-APPLY-RESULT
           END-IF.

       3600-CHECK-CARD-DATE.
           MOVE "Y" TO WS-CARD-DATE-VALID
           IF WS-CARD-DATE-X IS NUMERIC
              MOVE WS-CARD-DATE-X TO WS-EDIT-DATE
              IF WS-EDIT-DATE-MONTH < 01
                 OR WS-EDIT-DATE-MONTH > 12
                 OR WS-EDIT-DATE-DAY < 01
                 OR WS-EDIT-DATE-DAY > 31
                 MOVE "N" TO WS-CARD-DATE-VALID
              END-IF
           ELSE
              MOVE "N" TO WS-CARD-DATE-VALID
           END-IF.

      *    A punched limit must be all digits - a zero limit is
      *    allowed and takes the ceiling off the type.
       3700-APPLY-HOLD-LIMIT.
           IF TMNT-HOLD-LIMIT-X NOT = SPACES
              IF TMNT-HOLD-LIMIT-X IS NUMERIC
                 MOVE TMNT-HOLD-LIMIT TO TTYP-HOLD-LIMIT
              ELSE
                 MOVE "DATA" TO WS-APPLY-RESULT
              END-IF
           END-IF.

       3900-WRITE-TYPE-HISTORY.
           MOVE TMNT-OPERATOR-ID TO TTHS-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO TTHS-CHANGE-DATE
           MOVE WS-CURRENT-TIME TO TTHS-CHANGE-TIME
           MOVE WS-CYCLE-NUMBER TO TTHS-CYCLE-NUMBER
           MOVE TMNT-ACTION-CODE TO TTHS-ACTION-CODE
           MOVE TTYP-TYPE-CODE TO TTHS-TYPE-CODE
           MOVE WS-BEFORE-IMAGE TO TTHS-BEFORE-IMAGE
           MOVE TRAN-TYPE-MASTER-RECORD TO TTHS-AFTER-IMAGE
           WRITE TYPE-HISTORY-RECORD
           ADD 1 TO WS-CARDS-APPLIED
           MOVE SPACES TO WS-RPT-DTL-REASON
           EVALUATE TMNT-ACTION-CODE
               WHEN "ADD "
                   MOVE "TYPE ADDED" TO WS-RPT-DTL-TEXT
               WHEN "CHG "
                   MOVE "TYPE CHANGED" TO WS-RPT-DTL-TEXT
               WHEN "RETR"
                   MOVE "TYPE RETIRED" TO WS-RPT-DTL-TEXT
           END-EVALUATE
           PERFORM 1800-WRITE-REPORT-DETAIL.

       9000-TERMINATE.
           MOVE "CARDS READ.............." TO WS-RPT-TOT-LABEL
           MOVE WS-CARDS-READ TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "CARDS AUTHORIZED........" TO WS-RPT-TOT-LABEL
           MOVE WS-CARDS-AUTHORIZED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "CARDS REFUSED..........." TO WS-RPT-TOT-LABEL
           MOVE WS-CARDS-REFUSED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "CHANGES APPLIED........." TO WS-RPT-TOT-LABEL
           MOVE WS-CARDS-APPLIED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           MOVE "CARDS NOT APPLIED......." TO WS-RPT-TOT-LABEL
           MOVE WS-CARDS-NOT-APPLIED TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL
           CLOSE TYPE-CARD-FILE
           CLOSE TRAN-TYPE-MASTER-FILE
           CLOSE TYPE-HISTORY-FILE
           IF WS-OPER-SECURITY-OPEN = "Y"
              CLOSE OPERATOR-SECURITY-FILE
           END-IF
           CLOSE MAINT-REJECT-FILE
           CLOSE TYPE-REPORT-FILE.

       9100-WRITE-TOTAL.
           WRITE TYPE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
