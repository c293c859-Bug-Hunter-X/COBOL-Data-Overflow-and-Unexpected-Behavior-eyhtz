       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
      *****************************************************************
      *  Operator maintenance transaction for the business calendar
      *  master (BUSCAL.MASTER).  Reads a deck of calendar cards -
      *  VIEW to show how a date is treated, HOL to mark a bank
      *  holiday, BUS to mark a date worked (a Saturday the shop
      *  opens, or a holiday taken back), DEL to return a date to
      *  the weekday rule - and logs the before and after image of
      *  every change to CALENDAR.HISTORY.  The year's holidays are
      *  keyed ahead of time, and DATEROLL steps over them with
      *  nobody hand-editing BUSDATE.CTL the night before.
      *  Every card is first validated against the operator security
      *  master (OPERSEC.MASTER) exactly as TYPEMAIN does: the
      *  operator must exist, be active, and hold view rights for a
      *  VIEW card or adjust/approve rights for a change.  The
      *  master serves every entity, so a change also needs an
      *  operator entitled to every entity ("***").  Refused
      *  cards go to MAINT.REJECTS and onto the maintenance report;
      *  an absent security master refuses every card.  Cards that
      *  pass security but cannot be applied - a bad date, a DEL for
      *  a date not on the master, a change to a business date any
      *  entity has open - are listed on the same report with their
      *  reason.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CARD-FILE ASSIGN TO "CALMAINT.CARDS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CAL-CARD-STATUS.

           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-DATE
               FILE STATUS WS-BUSCAL-STATUS.

           SELECT CALENDAR-HISTORY-FILE ASSIGN TO "CALENDAR.HISTORY"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CAL-HISTORY-STATUS.

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

           SELECT CALENDAR-REPORT-FILE ASSIGN TO "CALMAINT.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CARD-FILE.
       COPY CALCRD.

       FD  BUSINESS-CALENDAR-FILE.
       COPY BUSCAL.

       FD  CALENDAR-HISTORY-FILE.
       COPY CALHIST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  OPERATOR-SECURITY-FILE.
       COPY OPERSEC.

       FD  MAINT-REJECT-FILE.
       COPY MNTREJ.

       FD  CALENDAR-REPORT-FILE.
       01  CALENDAR-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CAL-CARD-STATUS             PIC XX VALUE SPACES.
       01  WS-BUSCAL-STATUS               PIC XX VALUE SPACES.
       01  WS-CAL-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-SECURITY-STATUS        PIC XX VALUE SPACES.
       01  WS-MAINT-REJECT-STATUS         PIC XX VALUE SPACES.
       01  WS-CAL-REPORT-STATUS           PIC XX VALUE SPACES.
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
      *      NOTF - DEL for a date not on the master
      *      CURR - HOL or DEL for a business date now open for
      *             any entity
      *      DATA - missing or invalid field on the card
       01  WS-APPLY-RESULT                PIC X(4) VALUE SPACES.
       01  WS-DATE-ON-FILE                PIC X VALUE "N".
       01  WS-CARDS-READ                  PIC 9(7) VALUE 0.
       01  WS-CARDS-AUTHORIZED            PIC 9(7) VALUE 0.
       01  WS-CARDS-REFUSED               PIC 9(7) VALUE 0.
       01  WS-CARDS-APPLIED               PIC 9(7) VALUE 0.
       01  WS-CARDS-NOT-APPLIED           PIC 9(7) VALUE 0.
      *    The master record as it stood before the card, for the
      *    history record's before image.
       01  WS-BEFORE-IMAGE                PIC X(45) VALUE SPACES.
       01  WS-DATE-TIME-STAMP.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(6).
      *    Changes are stamped with the business date from
      *    BUSDATE.CTL; machine date is the fallback when the control
      *    file is absent.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
      *    Every entity's open business date - the master is shared,
      *    so none of them may be made a holiday or deleted.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-DATE-IS-OPEN                PIC X VALUE "N".
       01  WS-OPEN-DATE-SUB               PIC 9(3) VALUE 0.
       01  WS-OPEN-DATE-COUNT             PIC 9(3) VALUE 0.
       01  WS-OPEN-DATE-LIMIT             PIC 9(3) VALUE 100.
       01  WS-OPEN-DATE-TABLE.
           05  WS-OPEN-DATE               OCCURS 100 TIMES
                                          PIC 9(8).
      *    Card dates are edited with the BUGSOLUTION date rules
      *    before they reach the master.
       01  WS-CARD-DATE-VALID             PIC X VALUE "Y".
       01  WS-EDIT-DATE-FIELDS.
           05  WS-EDIT-DATE               PIC 9(8).
           05  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-DATE-YEAR      PIC 9(4).
               10  WS-EDIT-DATE-MONTH     PIC 9(2).
               10  WS-EDIT-DATE-DAY       PIC 9(2).
      *    Day of the week for the weekday rule - integer day 1 of
      *    the intrinsic calendar was a Monday, so the remainder
      *    runs 0 Monday through 6 Sunday.
       01  WS-WEEKDAY                     PIC 9(1) VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(36) VALUE
               "BUSINESS CALENDAR MAINTENANCE    DT ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(44) VALUE
               "OPERATOR ACTN DATE     RSN  STATUS          ".
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-OPERATOR        PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-ACTION          PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-CAL-DATE        PIC X(8).
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
           OPEN INPUT CALENDAR-CARD-FILE
           IF WS-CAL-CARD-STATUS NOT = "00"
              MOVE "Y" TO WS-EOF-CARDS
           END-IF
           OPEN I-O BUSINESS-CALENDAR-FILE
           IF WS-BUSCAL-STATUS = "35"
              CLOSE BUSINESS-CALENDAR-FILE
              OPEN OUTPUT BUSINESS-CALENDAR-FILE
              CLOSE BUSINESS-CALENDAR-FILE
              OPEN I-O BUSINESS-CALENDAR-FILE
           END-IF
           OPEN EXTEND CALENDAR-HISTORY-FILE
           IF WS-CAL-HISTORY-STATUS = "05" OR
              WS-CAL-HISTORY-STATUS = "35"
              CLOSE CALENDAR-HISTORY-FILE
              OPEN OUTPUT CALENDAR-HISTORY-FILE
              CLOSE CALENDAR-HISTORY-FILE
              OPEN EXTEND CALENDAR-HISTORY-FILE
           END-IF
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-OPER-SECURITY-STATUS = "00"
              MOVE "Y" TO WS-OPER-SECURITY-OPEN
           ELSE
      *       Failing safe: no security master means no card posts,
      *       rather than every card posting unchecked.
              DISPLAY "CALMAINT: OPERATOR SECURITY MASTER NOT "
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
           OPEN OUTPUT CALENDAR-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           WRITE CALENDAR-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE CALENDAR-REPORT-LINE FROM WS-RPT-HEADER-2
           IF WS-EOF-CARDS NOT = "Y"
              PERFORM 1100-READ-CARD
           END-IF.

      *    The first record stamps the changes; every record's
      *    business date is held open against HOL and DEL.
       0103-READ-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0104-LOAD-ONE-OPEN-DATE
                  UNTIL WS-EOF-BUSDATE = "Y"
                  OR WS-OPEN-DATE-COUNT >= WS-OPEN-DATE-LIMIT
              CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-OPEN-DATE-COUNT = 0
              MOVE 1 TO WS-OPEN-DATE-COUNT
              MOVE WS-BUSINESS-DATE TO WS-OPEN-DATE(1)
           END-IF.

       0104-LOAD-ONE-OPEN-DATE.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BUSDATE
               NOT AT END
                   ADD 1 TO WS-OPEN-DATE-COUNT
                   MOVE BDAT-BUSINESS-DATE
                       TO WS-OPEN-DATE(WS-OPEN-DATE-COUNT)
                   IF WS-OPEN-DATE-COUNT = 1
                      MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
                      MOVE BDAT-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                      IF WS-CYCLE-NUMBER = 0
                         MOVE 1 TO WS-CYCLE-NUMBER
                      END-IF
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

      *    The card date is edited before anything else - every
      *    action needs a good one.
       1010-EXECUTE-CARD.
           MOVE SPACES TO WS-APPLY-RESULT
           MOVE "N" TO WS-DATE-ON-FILE
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 3600-CHECK-CARD-DATE
           IF WS-CARD-DATE-VALID NOT = "Y"
              MOVE "DATA" TO WS-APPLY-RESULT
           ELSE
              MOVE WS-EDIT-DATE TO CAL-DATE
              READ BUSINESS-CALENDAR-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y" TO WS-DATE-ON-FILE
                      MOVE BUSINESS-CALENDAR-RECORD
                          TO WS-BEFORE-IMAGE
              END-READ
              EVALUATE CALC-ACTION-CODE
                  WHEN "VIEW"
                      PERFORM 2000-DISPLAY-DATE
                  WHEN "HOL "
                      PERFORM 3000-MARK-HOLIDAY
                  WHEN "BUS "
                      PERFORM 3100-MARK-BUSINESS-DAY
                  WHEN "DEL "
                      PERFORM 3200-DELETE-DATE
                  WHEN OTHER
                      DISPLAY "CALMAINT: UNKNOWN ACTION CODE "
                          CALC-ACTION-CODE
              END-EVALUATE
           END-IF
           IF WS-APPLY-RESULT NOT = SPACES
              ADD 1 TO WS-CARDS-NOT-APPLIED
              PERFORM 1700-WRITE-NOT-APPLIED
           END-IF.

       1100-READ-CARD.
           READ CALENDAR-CARD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CARDS
           END-READ.

      *    Only VIEW/HOL/BUS/DEL face the security master - an
      *    unknown action code still falls through to the action
      *    EVALUATE and its console message.
       1500-CHECK-OPERATOR-SECURITY.
           MOVE "Y" TO WS-CARD-AUTHORIZED
           MOVE SPACES TO WS-SEC-REASON-CODE
           IF CALC-ACTION-CODE = "VIEW"
              OR CALC-ACTION-CODE = "HOL "
              OR CALC-ACTION-CODE = "BUS "
              OR CALC-ACTION-CODE = "DEL "
              IF WS-OPER-SECURITY-OPEN NOT = "Y"
                 MOVE "N" TO WS-CARD-AUTHORIZED
                 MOVE "NOOP" TO WS-SEC-REASON-CODE
              ELSE
                 MOVE CALC-OPERATOR-ID TO OPER-OPERATOR-ID
                 READ OPERATOR-SECURITY-FILE
                     INVALID KEY
                         MOVE "N" TO WS-CARD-AUTHORIZED
                         MOVE "NOOP" TO WS-SEC-REASON-CODE
                     NOT INVALID KEY
                         PERFORM 1510-CHECK-ENTITLEMENT
                 END-READ
              END-IF
           END-IF.

      *    A calendar change moves which dates the batch runs on and
      *    how every age is counted, so it takes the same adjust
      *    ("A") or approve ("P") rights as a type change.
       1510-CHECK-ENTITLEMENT.
           IF OPER-ACTIVE NOT = "Y"
              MOVE "N" TO WS-CARD-AUTHORIZED
              MOVE "INAC" TO WS-SEC-REASON-CODE
           ELSE
              IF CALC-ACTION-CODE = "VIEW"
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

      *    BUSCAL.MASTER serves every entity, so a change to it needs
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

      *    The counter-id slot on MAINT.REJECTS carries the card's
      *    date, so a refused calendar card is found by the date it
      *    tried to change.
       1600-WRITE-MAINT-REJECT.
           MOVE WS-BUSINESS-DATE TO MREJ-REJECT-DATE
           MOVE WS-CURRENT-TIME TO MREJ-REJECT-TIME
           MOVE CALC-OPERATOR-ID TO MREJ-OPERATOR-ID
           MOVE CALC-ACTION-CODE TO MREJ-ACTION-CODE
           MOVE CALC-CAL-DATE TO MREJ-COUNTER-ID
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
           DISPLAY "CALMAINT: CARD REFUSED - " WS-SEC-REASON-CODE
               " OPERATOR " CALC-OPERATOR-ID
               " ACTION " CALC-ACTION-CODE.

       1700-WRITE-NOT-APPLIED.
           MOVE WS-APPLY-RESULT TO WS-RPT-DTL-REASON
           EVALUATE WS-APPLY-RESULT
               WHEN "NOTF"
                   MOVE "DATE NOT ON CALENDAR" TO WS-RPT-DTL-TEXT
               WHEN "CURR"
                   MOVE "BUSINESS DATE NOW OPEN" TO WS-RPT-DTL-TEXT
               WHEN "DATA"
                   MOVE "MISSING OR INVALID CARD FIELD"
                       TO WS-RPT-DTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-DTL-TEXT
           END-EVALUATE
           PERFORM 1800-WRITE-REPORT-DETAIL
           DISPLAY "CALMAINT: CARD NOT APPLIED - " WS-APPLY-RESULT
               " DATE " CALC-CAL-DATE
               " ACTION " CALC-ACTION-CODE.

       1800-WRITE-REPORT-DETAIL.
           MOVE CALC-OPERATOR-ID TO WS-RPT-DTL-OPERATOR
           MOVE CALC-ACTION-CODE TO WS-RPT-DTL-ACTION
           MOVE CALC-CAL-DATE TO WS-RPT-DTL-CAL-DATE
           WRITE CALENDAR-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

      *    A date not on the master shows the weekday rule's answer.
       2000-DISPLAY-DATE.
           IF WS-DATE-ON-FILE = "Y"
              DISPLAY "CALENDAR: " CAL-DATE
                  " TYPE: " CAL-DAY-TYPE
                  " DESC: " CAL-DESCRIPTION
                  " BY: " CAL-LAST-OPERATOR
                  " ON: " CAL-LAST-CHANGE-DATE
           ELSE
              COMPUTE WS-WEEKDAY = FUNCTION MOD
                  (FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE) - 1, 7)
              IF WS-WEEKDAY < 5
                 DISPLAY "CALENDAR: " WS-EDIT-DATE
                     " NOT ON MASTER - WEEKDAY, BUSINESS DAY"
              ELSE
                 DISPLAY "CALENDAR: " WS-EDIT-DATE
                     " NOT ON MASTER - WEEKEND, NOT A BUSINESS DAY"
              END-IF
           END-IF.

      *    A business date open for any entity cannot be taken away
      *    from under the cycles running on it.
       3000-MARK-HOLIDAY.
           IF CALC-DESCRIPTION = SPACES
              MOVE "DATA" TO WS-APPLY-RESULT
           ELSE
              PERFORM 3700-CHECK-OPEN-DATE
              IF WS-DATE-IS-OPEN = "Y"
                 MOVE "CURR" TO WS-APPLY-RESULT
              END-IF
           END-IF
           IF WS-APPLY-RESULT = SPACES
              MOVE "H" TO CAL-DAY-TYPE
              MOVE CALC-DESCRIPTION TO CAL-DESCRIPTION
              PERFORM 3500-STORE-CALENDAR-DATE
           END-IF.

      *    A blank description on a BUS card keeps any it had.
       3100-MARK-BUSINESS-DAY.
           IF WS-DATE-ON-FILE NOT = "Y"
              MOVE SPACES TO CAL-DESCRIPTION
           END-IF
           MOVE "B" TO CAL-DAY-TYPE
           IF CALC-DESCRIPTION NOT = SPACES
              MOVE CALC-DESCRIPTION TO CAL-DESCRIPTION
           END-IF
           PERFORM 3500-STORE-CALENDAR-DATE.

       3200-DELETE-DATE.
           IF WS-DATE-ON-FILE NOT = "Y"
              MOVE "NOTF" TO WS-APPLY-RESULT
           ELSE
              PERFORM 3700-CHECK-OPEN-DATE
              IF WS-DATE-IS-OPEN = "Y"
                 MOVE "CURR" TO WS-APPLY-RESULT
              END-IF
           END-IF
           IF WS-APPLY-RESULT = SPACES
              DELETE BUSINESS-CALENDAR-FILE RECORD
                  INVALID KEY
                      MOVE "NOTF" TO WS-APPLY-RESULT
              END-DELETE
           END-IF
           IF WS-APPLY-RESULT = SPACES
              MOVE SPACES TO BUSINESS-CALENDAR-RECORD
              MOVE WS-EDIT-DATE TO CAL-DATE
              PERFORM 3900-WRITE-CALENDAR-HISTORY
           END-IF.

       3500-STORE-CALENDAR-DATE.
           MOVE WS-EDIT-DATE TO CAL-DATE
           MOVE CALC-OPERATOR-ID TO CAL-LAST-OPERATOR
           MOVE WS-BUSINESS-DATE TO CAL-LAST-CHANGE-DATE
           IF WS-DATE-ON-FILE = "Y"
              REWRITE BUSINESS-CALENDAR-RECORD
                  INVALID KEY
                      MOVE "NOTF" TO WS-APPLY-RESULT
              END-REWRITE
           ELSE
              WRITE BUSINESS-CALENDAR-RECORD
                  INVALID KEY
                      MOVE "DATA" TO WS-APPLY-RESULT
              END-WRITE
           END-IF
           IF WS-APPLY-RESULT = SPACES
              PERFORM 3900-WRITE-CALENDAR-HISTORY
           END-IF.

       3600-CHECK-CARD-DATE.
           MOVE "Y" TO WS-CARD-DATE-VALID
           IF CALC-CAL-DATE IS NUMERIC
              MOVE CALC-CAL-DATE TO WS-EDIT-DATE
              IF WS-EDIT-DATE-YEAR < 1601
                 OR WS-EDIT-DATE-MONTH < 01
                 OR WS-EDIT-DATE-MONTH > 12
                 OR WS-EDIT-DATE-DAY < 01
                 OR WS-EDIT-DATE-DAY > 31
                 MOVE "N" TO WS-CARD-DATE-VALID
              END-IF
           ELSE
              MOVE "N" TO WS-CARD-DATE-VALID
           END-IF.

      *    The after image is the record as it now stands - spaces
      *    behind the date on a DEL.
       3700-CHECK-OPEN-DATE.
           MOVE "N" TO WS-DATE-IS-OPEN
           MOVE 0 TO WS-OPEN-DATE-SUB
           PERFORM 3710-CHECK-ONE-OPEN-DATE
               UNTIL WS-DATE-IS-OPEN = "Y"
               OR WS-OPEN-DATE-SUB >= WS-OPEN-DATE-COUNT.

       3710-CHECK-ONE-OPEN-DATE.
           ADD 1 TO WS-OPEN-DATE-SUB
           IF WS-EDIT-DATE = WS-OPEN-DATE(WS-OPEN-DATE-SUB)
              MOVE "Y" TO WS-DATE-IS-OPEN
           END-IF.

       3900-WRITE-CALENDAR-HISTORY.
           MOVE CALC-OPERATOR-ID TO CALH-OPERATOR-ID
           MOVE WS-BUSINESS-DATE TO CALH-CHANGE-DATE
           MOVE WS-CURRENT-TIME TO CALH-CHANGE-TIME
           MOVE WS-CYCLE-NUMBER TO CALH-CYCLE-NUMBER
           MOVE CALC-ACTION-CODE TO CALH-ACTION-CODE
           MOVE WS-EDIT-DATE TO CALH-CAL-DATE
           MOVE WS-BEFORE-IMAGE TO CALH-BEFORE-IMAGE
           IF CALC-ACTION-CODE = "DEL "
              MOVE SPACES TO CALH-AFTER-IMAGE
           ELSE
              MOVE BUSINESS-CALENDAR-RECORD TO CALH-AFTER-IMAGE
           END-IF
           WRITE CALENDAR-HISTORY-RECORD
           ADD 1 TO WS-CARDS-APPLIED
           MOVE SPACES TO WS-RPT-DTL-REASON
           EVALUATE CALC-ACTION-CODE
               WHEN "HOL "
                   MOVE "HOLIDAY SET" TO WS-RPT-DTL-TEXT
               WHEN "BUS "
                   MOVE "BUSINESS DAY SET" TO WS-RPT-DTL-TEXT
               WHEN "DEL "
                   MOVE "RETURNED TO WEEKDAY RULE"
                       TO WS-RPT-DTL-TEXT
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
           CLOSE CALENDAR-CARD-FILE
           CLOSE BUSINESS-CALENDAR-FILE
           CLOSE CALENDAR-HISTORY-FILE
           IF WS-OPER-SECURITY-OPEN = "Y"
              CLOSE OPERATOR-SECURITY-FILE
           END-IF
           CLOSE MAINT-REJECT-FILE
           CLOSE CALENDAR-REPORT-FILE.

       9100-WRITE-TOTAL.
           WRITE CALENDAR-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
