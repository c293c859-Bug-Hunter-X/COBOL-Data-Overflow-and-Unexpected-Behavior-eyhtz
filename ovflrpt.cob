      *****************************************************************
      *  Lists every WS-OVERFLOW-FLAG trip recorded in OVERFLOW-AUDIT
      *  FILE between WS-RPT-START-DATE and WS-RPT-END-DATE (both
      *  supplied on RPT-PARM-FILE, one control card).  Every
      *  entity's trips are listed with the entity that tripped,
      *  and the footer totals the trips by entity ahead of the
      *  installation total.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RPT-START-DATE              PIC 9(8) VALUE 0.
       01  WS-RPT-END-DATE                PIC 9(8) VALUE 99999999.
       01  WS-TRIP-COUNT                  PIC 9(7) VALUE 0.
      *    Trips by entity, in order of each entity's first trip.
       01  WS-ENTITY-SUB                  PIC 9(3) VALUE 0.
       01  WS-ENTITY-COUNT                PIC 9(3) VALUE 0.
       01  WS-ENTITY-LIMIT                PIC 9(3) VALUE 100.
       01  WS-ENTITY-FOUND                PIC X VALUE "N".
       01  WS-ENTITY-DROPPED              PIC 9(7) VALUE 0.
       01  WS-ENTITY-TABLE.
           05  WS-ENTITY-ENTRY OCCURS 100 TIMES.
               10  WS-ENT-CODE            PIC X(3).
               10  WS-ENT-TRIP-COUNT      PIC 9(7).

       01  WS-HEADER-LINE-1.
           05  FILLER                     PIC X(20) VALUE
           05  WS-DTL-AREA-1              PIC ZZZZ9.
           05  FILLER                     PIC X(9) VALUE " AREA-2: ".
           05  WS-DTL-AREA-2              PIC ZZZZ9.
           05  FILLER                     PIC X(6) VALUE " ENT: ".
           05  WS-DTL-ENTITY              PIC X(3).
       01  WS-ENTITY-FOOTER-LINE.
           05  FILLER                     PIC X(7) VALUE "ENTITY ".
           05  WS-FTR-ENTITY              PIC X(3).
           05  FILLER                     PIC X(8) VALUE " TRIPS  ".
           05  FILLER                     PIC X(2) VALUE ": ".
           05  WS-FTR-ENTITY-TRIPS        PIC ZZZZZZ9.
       01  WS-FOOTER-LINE.
           05  FILLER                     PIC X(18) VALUE
               "TOTAL TRIPS LISTED".
              MOVE OVFL-RUN-TIME TO WS-DTL-TIME
              MOVE OVFL-AREA-1-AT-TRIP TO WS-DTL-AREA-1
              MOVE OVFL-AREA-2-AT-TRIP TO WS-DTL-AREA-2
              MOVE OVFL-ENTITY-CODE TO WS-DTL-ENTITY
              WRITE OVFLRPT-LINE FROM WS-DETAIL-LINE
              ADD 1 TO WS-TRIP-COUNT
              PERFORM 1200-COUNT-ENTITY-TRIP
           END-IF
           PERFORM 1100-READ-AUDIT-RECORD.

                   MOVE "Y" TO WS-EOF-AUDIT
           END-READ.

      *    A trip for an entity not yet in the table opens its
      *    entry; past the table limit it counts only in the total.
       1200-COUNT-ENTITY-TRIP.
           MOVE "N" TO WS-ENTITY-FOUND
           MOVE 0 TO WS-ENTITY-SUB
           PERFORM 1210-FIND-ONE-ENTITY
               UNTIL WS-ENTITY-FOUND = "Y"
               OR WS-ENTITY-SUB >= WS-ENTITY-COUNT
           IF WS-ENTITY-FOUND = "Y"
              ADD 1 TO WS-ENT-TRIP-COUNT(WS-ENTITY-SUB)
           ELSE
              IF WS-ENTITY-COUNT < WS-ENTITY-LIMIT
                 ADD 1 TO WS-ENTITY-COUNT
                 MOVE OVFL-ENTITY-CODE
                     TO WS-ENT-CODE(WS-ENTITY-COUNT)
                 MOVE 1 TO WS-ENT-TRIP-COUNT(WS-ENTITY-COUNT)
              ELSE
                 ADD 1 TO WS-ENTITY-DROPPED
              END-IF
           END-IF.

       1210-FIND-ONE-ENTITY.
           ADD 1 TO WS-ENTITY-SUB
           IF WS-ENT-CODE(WS-ENTITY-SUB) = OVFL-ENTITY-CODE
              MOVE "Y" TO WS-ENTITY-FOUND
           END-IF.

       9000-TERMINATE.
           MOVE 0 TO WS-ENTITY-SUB
           PERFORM 9100-WRITE-ENTITY-TOTAL
               UNTIL WS-ENTITY-SUB >= WS-ENTITY-COUNT
           IF WS-ENTITY-DROPPED > 0
              DISPLAY "OVFLRPT: " WS-ENTITY-DROPPED
                  " TRIPS NOT TOTALLED BY ENTITY - TABLE FULL"
           END-IF
           MOVE WS-TRIP-COUNT TO WS-FTR-TRIP-COUNT
           WRITE OVFLRPT-LINE FROM WS-FOOTER-LINE
           CLOSE OVERFLOW-AUDIT-FILE
           CLOSE OVFLRPT-FILE.

       9100-WRITE-ENTITY-TOTAL.
           ADD 1 TO WS-ENTITY-SUB
           MOVE WS-ENT-CODE(WS-ENTITY-SUB) TO WS-FTR-ENTITY
           MOVE WS-ENT-TRIP-COUNT(WS-ENTITY-SUB) TO WS-FTR-ENTITY-TRIPS
           WRITE OVFLRPT-LINE FROM WS-ENTITY-FOOTER-LINE.
