      *  carries; edit rejects match through the "TYPE-xx" counter
      *  their type code maps to.  The operator filter matches the
      *  operator or approver on adjustment history - record types
      *  that carry no operator drop out when it is set.  An entity
      *  code on the card confines the sweep to that business unit;
      *  left blank every entity is listed, each line showing whose
      *  record it is.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *        Spaces match every counter / every operator.
           05  RSRCH-PARM-COUNTER-ID      PIC X(10).
           05  RSRCH-PARM-OPERATOR-ID     PIC X(8).
      *        Spaces match every entity.
           05  RSRCH-PARM-ENTITY-CODE     PIC X(3).

       FD  OVERFLOW-AUDIT-FILE.
       COPY OVFLAUD.
      *    is staged into the live record area so one judging
      *    paragraph serves both sweeps.
       FD  OVERFLOW-ARCHIVE-FILE.
       01  OVFL-ARCHIVE-RECORD            PIC X(39).

       FD  ADJUST-HISTORY-FILE.
       COPY ADJHIST.

       FD  ADJHIST-ARCHIVE-FILE.
       01  ADJH-ARCHIVE-RECORD            PIC X(60).

       FD  ADJUST-REJECTS-FILE.
       COPY ADJREJ.

       FD  ADJREJ-ARCHIVE-FILE.
       01  ADJR-ARCHIVE-RECORD            PIC X(85).

       FD  EDIT-REJECTS-FILE.
       COPY EDITREJ.

       FD  EDITREJ-ARCHIVE-FILE.
       01  EDTR-ARCHIVE-RECORD            PIC X(52).

       FD  RESEARCH-REPORT-FILE.
       01  RESEARCH-REPORT-LINE           PIC X(80).
       01  WS-RPT-END-DATE                PIC 9(8) VALUE 99999999.
       01  WS-FILTER-COUNTER-ID           PIC X(10) VALUE SPACES.
       01  WS-FILTER-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  WS-FILTER-ENTITY-CODE          PIC X(3) VALUE SPACES.

      *    Counter-id an edit reject maps to - built from the type
      *    code the same way BUGSOLUTION keys its counter state.
       01  WS-EVENT-DROPPED               PIC 9(7) VALUE 0.
       01  WS-SORT-I                      PIC 9(5) VALUE 0.
       01  WS-SORT-J                      PIC 9(5) VALUE 0.
       01  WS-SWAP-ENTRY                  PIC X(77) VALUE SPACES.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 2000 TIMES.
               10  WS-EVT-SORT-KEY.
                   15  WS-EVT-DATE        PIC 9(8).
                   15  WS-EVT-TIME        PIC 9(6).
               10  WS-EVT-ENTITY          PIC X(3).
               10  WS-EVT-TEXT            PIC X(60).

       01  WS-EVENT-DATE                  PIC 9(8) VALUE 0.
       01  WS-EVENT-TIME                  PIC 9(6) VALUE 0.
       01  WS-EVENT-ENTITY                PIC X(3) VALUE SPACES.
       01  WS-EVENT-TEXT                  PIC X(60) VALUE SPACES.

       01  WS-TRIP-EVENT-MSG.
           05  FILLER                     PIC X(11) VALUE
               " OPERATOR: ".
           05  WS-RPT-HDR-OPERATOR        PIC X(8).
           05  FILLER                     PIC X(9) VALUE
               " ENTITY: ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DTL-DATE            PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TIME            PIC 9(6).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-ENTITY          PIC X(3).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-RPT-DTL-TEXT            PIC X(60).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
                          TO WS-FILTER-COUNTER-ID
                      MOVE RSRCH-PARM-OPERATOR-ID
                          TO WS-FILTER-OPERATOR-ID
                      MOVE RSRCH-PARM-ENTITY-CODE
                          TO WS-FILTER-ENTITY-CODE
              END-READ
              CLOSE RSRCH-PARM-FILE
           END-IF
           ELSE
              MOVE WS-FILTER-OPERATOR-ID TO WS-RPT-HDR-OPERATOR
           END-IF
           IF WS-FILTER-ENTITY-CODE = SPACES
              MOVE "ALL" TO WS-RPT-HDR-ENTITY
           ELSE
              MOVE WS-FILTER-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           END-IF
           WRITE RESEARCH-REPORT-LINE FROM WS-RPT-HEADER-1
           WRITE RESEARCH-REPORT-LINE FROM WS-RPT-HEADER-2.

       1200-JUDGE-OVERFLOW.
           IF OVFL-RUN-DATE >= WS-RPT-START-DATE
              AND OVFL-RUN-DATE <= WS-RPT-END-DATE
              AND (WS-FILTER-ENTITY-CODE = SPACES
                   OR OVFL-ENTITY-CODE = WS-FILTER-ENTITY-CODE)
              AND (WS-FILTER-COUNTER-ID = SPACES
                   OR OVFL-COUNTER-ID = WS-FILTER-COUNTER-ID)
              AND WS-FILTER-OPERATOR-ID = SPACES
              MOVE OVFL-COUNTER-ID TO WS-TRIP-MSG-CTR
              MOVE OVFL-AREA-1-AT-TRIP TO WS-TRIP-MSG-AREA-1
              MOVE OVFL-AREA-2-AT-TRIP TO WS-TRIP-MSG-AREA-2
              MOVE OVFL-ENTITY-CODE TO WS-EVENT-ENTITY
              MOVE OVFL-RUN-DATE TO WS-EVENT-DATE
              MOVE OVFL-RUN-TIME TO WS-EVENT-TIME
              MOVE WS-TRIP-EVENT-MSG TO WS-EVENT-TEXT
       2200-JUDGE-HISTORY.
           IF ADJH-ADJUST-DATE >= WS-RPT-START-DATE
              AND ADJH-ADJUST-DATE <= WS-RPT-END-DATE
              AND (WS-FILTER-ENTITY-CODE = SPACES
                   OR ADJH-ENTITY-CODE = WS-FILTER-ENTITY-CODE)
              AND (WS-FILTER-COUNTER-ID = SPACES
                   OR ADJH-COUNTER-ID = WS-FILTER-COUNTER-ID)
              AND (WS-FILTER-OPERATOR-ID = SPACES
              MOVE ADJH-OLD-VALUE TO WS-ADJH-MSG-OLD
              MOVE ADJH-NEW-VALUE TO WS-ADJH-MSG-NEW
              MOVE ADJH-OPERATOR-ID TO WS-ADJH-MSG-OPERATOR
              MOVE ADJH-ENTITY-CODE TO WS-EVENT-ENTITY
              MOVE ADJH-ADJUST-DATE TO WS-EVENT-DATE
              MOVE ADJH-ADJUST-TIME TO WS-EVENT-TIME
              MOVE WS-ADJH-EVENT-MSG TO WS-EVENT-TEXT
       3200-JUDGE-REJECT.
           IF ADJR-RUN-DATE >= WS-RPT-START-DATE
              AND ADJR-RUN-DATE <= WS-RPT-END-DATE
              AND (WS-FILTER-ENTITY-CODE = SPACES
                   OR ADJR-ENTITY-CODE = WS-FILTER-ENTITY-CODE)
              AND (WS-FILTER-COUNTER-ID = SPACES
                   OR ADJR-COUNTER-ID = WS-FILTER-COUNTER-ID)
              AND WS-FILTER-OPERATOR-ID = SPACES
                 MOVE ADJR-DECREMENT-AMOUNT TO WS-ADJR-MSG-AMOUNT
              END-IF
              MOVE ADJR-OUTSTANDING-AMT TO WS-ADJR-MSG-OUTST
              MOVE ADJR-ENTITY-CODE TO WS-EVENT-ENTITY
              MOVE ADJR-RUN-DATE TO WS-EVENT-DATE
              MOVE ADJR-RUN-TIME TO WS-EVENT-TIME
              MOVE WS-ADJR-EVENT-MSG TO WS-EVENT-TEXT
           MOVE EDTR-TRAN-TYPE-CODE TO WS-EDTR-COUNTER-TYPE
           IF EDTR-RUN-DATE >= WS-RPT-START-DATE
              AND EDTR-RUN-DATE <= WS-RPT-END-DATE
              AND (WS-FILTER-ENTITY-CODE = SPACES
                   OR EDTR-ENTITY-CODE = WS-FILTER-ENTITY-CODE)
              AND (WS-FILTER-COUNTER-ID = SPACES
                   OR WS-EDTR-COUNTER-ID = WS-FILTER-COUNTER-ID)
              AND WS-FILTER-OPERATOR-ID = SPACES
              MOVE EDTR-TRAN-ID TO WS-EDTR-MSG-TRAN-ID
              MOVE EDTR-TRAN-TYPE-CODE TO WS-EDTR-MSG-TYPE
              MOVE EDTR-REASON-CODE TO WS-EDTR-MSG-REASON
              MOVE EDTR-ENTITY-CODE TO WS-EVENT-ENTITY
              MOVE EDTR-RUN-DATE TO WS-EVENT-DATE
              MOVE EDTR-RUN-TIME TO WS-EVENT-TIME
              MOVE WS-EDTR-EVENT-MSG TO WS-EVENT-TEXT
              ADD 1 TO WS-EVENT-COUNT
              MOVE WS-EVENT-DATE TO WS-EVT-DATE(WS-EVENT-COUNT)
              MOVE WS-EVENT-TIME TO WS-EVT-TIME(WS-EVENT-COUNT)
              MOVE WS-EVENT-ENTITY TO WS-EVT-ENTITY(WS-EVENT-COUNT)
              MOVE WS-EVENT-TEXT TO WS-EVT-TEXT(WS-EVENT-COUNT)
           END-IF.

           ADD 1 TO WS-EVENT-SUB
           MOVE WS-EVT-DATE(WS-EVENT-SUB) TO WS-RPT-DTL-DATE
           MOVE WS-EVT-TIME(WS-EVENT-SUB) TO WS-RPT-DTL-TIME
           MOVE WS-EVT-ENTITY(WS-EVENT-SUB) TO WS-RPT-DTL-ENTITY
           MOVE WS-EVT-TEXT(WS-EVENT-SUB) TO WS-RPT-DTL-TEXT
           WRITE RESEARCH-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
