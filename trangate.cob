       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANGATE.
      *****************************************************************
      *  Pre-posting control gate for the inbound transaction volume.
      *  Every TRANSACT.FILE now arrives bracketed by a header record
      *  (source system, business date, file sequence number) and a
      *  trailer record (item count and TRAN-AMOUNT hash total) laid
      *  out by TRANCTL.  This step reads the whole volume before
      *  BUGSOLUTION sees any of it and proves it:
      *    - exactly one header, first, and one trailer, last - a
      *      volume without its trailer was cut short in transit;
      *    - the items counted and hashed here agree with the
      *      trailer;
      *    - the header business date is the one in BUSDATE.CTL;
      *    - the header entity, when the sender cuts one, is the
      *      entity the gate runs for (its ENTITY.PARM card, or the
      *      first BUSDATE.CTL record), whose business date it uses;
      *    - the header sequence number is the next one expected from
      *      that source for that entity on FEED.SEQ - not a repeat,
      *      not a gap.
      *  A volume failing any check is refused whole: nothing is
      *  recorded, the gate report shows which check failed, and the
      *  step ends RC 8 so the posting step does not run.  A volume
      *  that passes advances FEED.SEQ for its source.  The same
      *  volume proved again for the same business date and cycle
      *  matches FEED.SEQ exactly and passes without advancing it,
      *  so a rerun of the cycle can be gated again.
      *  Supplemental volumes built in-house (TRANSACT.RESUB from
      *  EDITFIX, TRANSACT.RELEASE from HOLDREL) carry the same
      *  header and trailer under their own source system; they are
      *  taken on a later cycle, which may fall on a later business
      *  date, so their header date need only not be ahead of
      *  BUSDATE.CTL.
      *  The step records itself on STEP.CONTROL under the business
      *  date and cycle - start, end, return code, records read and
      *  items released - as the first step of the night's chain.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACT.FILE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRANSACTION-STATUS.

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

           SELECT GATE-REPORT-FILE ASSIGN TO "TRANGATE.REPORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-GATE-REPORT-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEP.CONTROL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY STEP-KEY
               FILE STATUS WS-STEP-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANREC.
       COPY TRANCTL.

       FD  FEED-SEQUENCE-FILE.
       COPY FEEDSEQ.

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  GATE-REPORT-FILE.
       01  GATE-REPORT-LINE               PIC X(80).

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-TRANSACTION-STATUS          PIC XX VALUE SPACES.
       01  WS-FEED-SEQ-STATUS             PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
       01  WS-GATE-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-TRANSACTION             PIC X VALUE "N".
       01  WS-DATE-TIME-STAMP.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(6).
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
      *    Job-step control - this step's record on STEP.CONTROL.
      *    The step heads its chain, so it is never refused.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-STEP-NAME                   PIC X(8) VALUE "TRANGATE".
       01  WS-STEP-DATE                   PIC 9(8) VALUE 0.
       01  WS-STEP-CYCLE                  PIC 9(2) VALUE 1.
       01  WS-STEP-START-DATE             PIC 9(8) VALUE 0.
       01  WS-STEP-START-TIME             PIC 9(6) VALUE 0.
       01  WS-STEP-RECORDS-IN             PIC 9(9) VALUE 0.
       01  WS-STEP-RECORDS-OUT            PIC 9(9) VALUE 0.
       01  WS-STEP-RUN-ID                 PIC X(8) VALUE SPACES.
       01  WS-STEP-RECORDED               PIC X VALUE "N".

      *    What the volume itself says, gathered in one pass.
       01  WS-FILE-PRESENT                PIC X VALUE "N".
       01  WS-RECORDS-READ                PIC 9(9) VALUE 0.
       01  WS-ITEM-COUNT                  PIC 9(9) VALUE 0.
       01  WS-ITEM-HASH                   PIC S9(13)V99 VALUE 0.
       01  WS-HEADER-FOUND                PIC X VALUE "N".
       01  WS-TRAILER-FOUND               PIC X VALUE "N".
      *    Headers after the first record, second trailers, and
      *    items following the trailer.
       01  WS-MISPLACED-COUNT             PIC 9(9) VALUE 0.
       01  WS-HDR-SOURCE-SYSTEM           PIC X(8) VALUE SPACES.
       01  WS-HDR-BUSINESS-DATE           PIC 9(8) VALUE 0.
       01  WS-HDR-FILE-SEQUENCE           PIC 9(6) VALUE 0.
       01  WS-HDR-ENTITY-CODE             PIC X(3) VALUE SPACES.
       01  WS-TRL-RECORD-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRL-HASH-TOTAL              PIC S9(13)V99 VALUE 0.

      *    The gate verdict - "N" as soon as any check fails.
       01  WS-GATE-PASSED                 PIC X VALUE "Y".
      *    "Y" when FEED.SEQ already holds this exact volume for
      *    this business date and cycle - nothing to advance.
       01  WS-ALREADY-PROVED              PIC X VALUE "N".
       01  WS-INHOUSE-SOURCE              PIC X VALUE "N".
       01  WS-SEQ-ON-FILE                 PIC X VALUE "N".
       01  WS-LAST-SEQUENCE               PIC 9(6) VALUE 0.
       01  WS-EXPECTED-SEQUENCE           PIC 9(6) VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER                     PIC X(36) VALUE
               "TRANSACTION VOLUME GATE          DT ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(4) VALUE " CY ".
           05  WS-RPT-HDR-CYCLE           PIC 9(2).
           05  FILLER                     PIC X(8) VALUE " ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-HEADER-2.
           05  FILLER                     PIC X(7) VALUE "SOURCE ".
           05  WS-RPT-HDR-SOURCE          PIC X(8).
           05  FILLER                     PIC X(10) VALUE
               " FILE SEQ ".
           05  WS-RPT-HDR-SEQUENCE        PIC 9(6).
           05  FILLER                     PIC X(13) VALUE
               " HEADER DATE ".
           05  WS-RPT-HDR-HDR-DATE        PIC 9(8).
       01  WS-RPT-CHECK-LINE.
           05  WS-RPT-CHK-LABEL           PIC X(24).
           05  WS-RPT-CHK-RESULT          PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RPT-CHK-TEXT            PIC X(40).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZZZ9.
       01  WS-RPT-HASH-LINE.
           05  WS-RPT-HSH-LABEL           PIC X(24).
           05  WS-RPT-HSH-AMOUNT          PIC ZZZZZZZZZZZZ9.99-.
       01  WS-RPT-VERDICT-LINE.
           05  FILLER                     PIC X(9) VALUE "VERDICT: ".
           05  WS-RPT-VERDICT             PIC X(40).

      *    Working text for the count and sequence check lines.
       01  WS-CHK-COUNT-TEXT.
           05  FILLER                     PIC X(8) VALUE "TRAILER ".
           05  WS-CHK-TRL-COUNT           PIC 9(9).
           05  FILLER                     PIC X(7) VALUE " ITEMS ".
           05  WS-CHK-ITEM-COUNT          PIC 9(9).
       01  WS-CHK-DATE-TEXT.
           05  FILLER                     PIC X(7) VALUE "HEADER ".
           05  WS-CHK-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(10) VALUE
               " BUSDATE  ".
           05  WS-CHK-BUS-DATE            PIC 9(8).
       01  WS-CHK-ENTITY-TEXT.
           05  FILLER                     PIC X(7) VALUE "HEADER ".
           05  WS-CHK-HDR-ENTITY          PIC X(3).
           05  FILLER                     PIC X(5) VALUE " RUN ".
           05  WS-CHK-RUN-ENTITY          PIC X(3).
       01  WS-CHK-SEQ-TEXT.
           05  WS-CHK-SEQ-WORD            PIC X(8).
           05  WS-CHK-SEQ-FOUND           PIC 9(6).
           05  FILLER                     PIC X(10) VALUE
               " EXPECTED ".
           05  WS-CHK-SEQ-EXPECTED        PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-CLASSIFY-RECORD
               UNTIL WS-EOF-TRANSACTION = "Y"
           PERFORM 2000-PROVE-VOLUME
           IF WS-GATE-PASSED = "Y"
              IF WS-ALREADY-PROVED NOT = "Y"
                 PERFORM 3000-RECORD-PROVED-VOLUME
              END-IF
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-STEP-RECORDED = "Y"
              PERFORM 9800-END-JOB-STEP
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           PERFORM 0101-READ-ENTITY-PARM
           PERFORM 0103-READ-BUSINESS-DATE
           PERFORM 0060-START-JOB-STEP
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
              MOVE "Y" TO WS-FILE-PRESENT
           ELSE
              MOVE "Y" TO WS-EOF-TRANSACTION
           END-IF
           OPEN OUTPUT GATE-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
           MOVE WS-CYCLE-NUMBER TO WS-RPT-HDR-CYCLE
           MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
           WRITE GATE-REPORT-LINE FROM WS-RPT-HEADER-1
           IF WS-EOF-TRANSACTION NOT = "Y"
              PERFORM 1100-READ-TRANSACTION
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

      *****************************************************************
      *  JOB-STEP CONTROL
      *****************************************************************
      *    The gate heads the chain and waits on nothing; it only
      *    records that it ran.
       0060-START-JOB-STEP.
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           MOVE WS-CYCLE-NUMBER TO WS-STEP-CYCLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STEP-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START-TIME
           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEP-CONTROL-STATUS = "35"
              CLOSE STEP-CONTROL-FILE
              OPEN OUTPUT STEP-CONTROL-FILE
              CLOSE STEP-CONTROL-FILE
              OPEN I-O STEP-CONTROL-FILE
           END-IF
           MOVE SPACES TO JOB-STEP-RECORD
           MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
           MOVE WS-STEP-DATE TO STEP-BUSINESS-DATE
           MOVE WS-STEP-CYCLE TO STEP-CYCLE-NUMBER
           MOVE WS-STEP-NAME TO STEP-NAME
           MOVE WS-STEP-START-DATE TO STEP-START-DATE
           MOVE WS-STEP-START-TIME TO STEP-START-TIME
           MOVE 0 TO STEP-RECORDS-IN
           MOVE 0 TO STEP-RECORDS-OUT
           MOVE WS-STEP-RUN-ID TO STEP-RUN-ID
           MOVE "R" TO STEP-STATUS
           MOVE 0 TO STEP-END-DATE
           MOVE 0 TO STEP-END-TIME
           MOVE 0 TO STEP-RETURN-CODE
           WRITE JOB-STEP-RECORD
               INVALID KEY
                   REWRITE JOB-STEP-RECORD
           END-WRITE
           CLOSE STEP-CONTROL-FILE
           MOVE "Y" TO WS-STEP-RECORDED.

      *    Only the first record may be the header, and nothing may
      *    follow the trailer - anything out of place is counted and
      *    fails the framing check.
       1000-CLASSIFY-RECORD.
           ADD 1 TO WS-RECORDS-READ
           EVALUATE TRAN-RECORD-TYPE
               WHEN "H"
                   IF WS-RECORDS-READ = 1
                      MOVE "Y" TO WS-HEADER-FOUND
                      MOVE THDR-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM
                      MOVE THDR-BUSINESS-DATE
                          TO WS-HDR-BUSINESS-DATE
                      MOVE THDR-FILE-SEQUENCE
                          TO WS-HDR-FILE-SEQUENCE
                      MOVE THDR-ENTITY-CODE TO WS-HDR-ENTITY-CODE
                   ELSE
                      ADD 1 TO WS-MISPLACED-COUNT
                   END-IF
               WHEN "T"
                   IF WS-TRAILER-FOUND = "Y"
                      ADD 1 TO WS-MISPLACED-COUNT
                   ELSE
                      MOVE "Y" TO WS-TRAILER-FOUND
                      MOVE TTRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                      MOVE TTRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL
                   END-IF
               WHEN OTHER
                   IF WS-TRAILER-FOUND = "Y"
                      ADD 1 TO WS-MISPLACED-COUNT
                   END-IF
                   ADD 1 TO WS-ITEM-COUNT
                   ADD TRAN-AMOUNT TO WS-ITEM-HASH
           END-EVALUATE
           PERFORM 1100-READ-TRANSACTION.

       1100-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-TRANSACTION
           END-READ.

       2000-PROVE-VOLUME.
           MOVE WS-HDR-SOURCE-SYSTEM TO WS-RPT-HDR-SOURCE
           MOVE WS-HDR-FILE-SEQUENCE TO WS-RPT-HDR-SEQUENCE
           MOVE WS-HDR-BUSINESS-DATE TO WS-RPT-HDR-HDR-DATE
           WRITE GATE-REPORT-LINE FROM WS-RPT-HEADER-2
           PERFORM 2100-CHECK-FRAMING
           PERFORM 2200-CHECK-COUNT-AND-HASH
           PERFORM 2300-CHECK-BUSINESS-DATE
           PERFORM 2350-CHECK-ENTITY
           PERFORM 2400-CHECK-SEQUENCE.

       2100-CHECK-FRAMING.
           MOVE "HEADER AND TRAILER......" TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE SPACES TO WS-RPT-CHK-TEXT
           IF WS-MISPLACED-COUNT > 0
              MOVE "RECORDS OUT OF PLACE AROUND CONTROLS"
                  TO WS-RPT-CHK-TEXT
              PERFORM 2900-FAIL-CHECK
           END-IF
           IF WS-TRAILER-FOUND NOT = "Y"
              MOVE "NO TRAILER - VOLUME CUT SHORT"
                  TO WS-RPT-CHK-TEXT
              PERFORM 2900-FAIL-CHECK
           END-IF
           IF WS-HEADER-FOUND NOT = "Y"
              MOVE "NO HEADER FIRST ON VOLUME" TO WS-RPT-CHK-TEXT
              PERFORM 2900-FAIL-CHECK
           END-IF
           IF WS-FILE-PRESENT NOT = "Y"
              MOVE "TRANSACT.FILE NOT PRESENT" TO WS-RPT-CHK-TEXT
              PERFORM 2900-FAIL-CHECK
           END-IF
           WRITE GATE-REPORT-LINE FROM WS-RPT-CHECK-LINE.

       2200-CHECK-COUNT-AND-HASH.
           MOVE "RECORD COUNT............" TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE WS-TRL-RECORD-COUNT TO WS-CHK-TRL-COUNT
           MOVE WS-ITEM-COUNT TO WS-CHK-ITEM-COUNT
           MOVE WS-CHK-COUNT-TEXT TO WS-RPT-CHK-TEXT
           IF WS-TRAILER-FOUND NOT = "Y"
              OR WS-TRL-RECORD-COUNT NOT = WS-ITEM-COUNT
              PERFORM 2900-FAIL-CHECK
           END-IF
           WRITE GATE-REPORT-LINE FROM WS-RPT-CHECK-LINE
           MOVE "HASH TOTAL.............." TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE SPACES TO WS-RPT-CHK-TEXT
           IF WS-TRAILER-FOUND NOT = "Y"
              OR WS-TRL-HASH-TOTAL NOT = WS-ITEM-HASH
              MOVE "TRAILER HASH DISAGREES WITH ITEMS"
                  TO WS-RPT-CHK-TEXT
              PERFORM 2900-FAIL-CHECK
           END-IF
           WRITE GATE-REPORT-LINE FROM WS-RPT-CHECK-LINE.

      *    In-house supplemental volumes may be taken on a later
      *    business date than the one they were cut on.
       2300-CHECK-BUSINESS-DATE.
           MOVE "BUSINESS DATE..........." TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE WS-HDR-BUSINESS-DATE TO WS-CHK-HDR-DATE
           MOVE WS-BUSINESS-DATE TO WS-CHK-BUS-DATE
           MOVE WS-CHK-DATE-TEXT TO WS-RPT-CHK-TEXT
           MOVE "N" TO WS-INHOUSE-SOURCE
           IF WS-HDR-SOURCE-SYSTEM = "EDITFIX"
              OR WS-HDR-SOURCE-SYSTEM = "HOLDREL"
              MOVE "Y" TO WS-INHOUSE-SOURCE
           END-IF
           IF WS-HEADER-FOUND NOT = "Y"
              PERFORM 2900-FAIL-CHECK
           ELSE
              IF WS-INHOUSE-SOURCE = "Y"
                 IF WS-HDR-BUSINESS-DATE > WS-BUSINESS-DATE
                    PERFORM 2900-FAIL-CHECK
                 END-IF
              ELSE
                 IF WS-HDR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                    PERFORM 2900-FAIL-CHECK
                 END-IF
              END-IF
           END-IF
           WRITE GATE-REPORT-LINE FROM WS-RPT-CHECK-LINE.

      *    A header with spaces for the entity predates the field
      *    and is taken as the run's own.
       2350-CHECK-ENTITY.
           MOVE "ENTITY.................." TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE WS-HDR-ENTITY-CODE TO WS-CHK-HDR-ENTITY
           MOVE WS-ENTITY-CODE TO WS-CHK-RUN-ENTITY
           MOVE WS-CHK-ENTITY-TEXT TO WS-RPT-CHK-TEXT
           IF WS-HEADER-FOUND NOT = "Y"
              PERFORM 2900-FAIL-CHECK
           ELSE
              IF WS-HDR-ENTITY-CODE NOT = SPACES
                 AND WS-HDR-ENTITY-CODE NOT = WS-ENTITY-CODE
                 PERFORM 2900-FAIL-CHECK
              END-IF
           END-IF
           WRITE GATE-REPORT-LINE FROM WS-RPT-CHECK-LINE.

      *    The same volume proved earlier for this business date and
      *    cycle passes as already proved; any other repeat of the
      *    last number, or a number out of step, is refused.
       2400-CHECK-SEQUENCE.
           MOVE "FILE SEQUENCE..........." TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE "FOUND   " TO WS-CHK-SEQ-WORD
           PERFORM 2410-READ-FEED-SEQUENCE
           MOVE WS-HDR-FILE-SEQUENCE TO WS-CHK-SEQ-FOUND
           MOVE WS-EXPECTED-SEQUENCE TO WS-CHK-SEQ-EXPECTED
           IF WS-SEQ-ON-FILE = "Y"
              AND WS-HDR-FILE-SEQUENCE = FSEQ-LAST-SEQUENCE
              AND WS-HDR-BUSINESS-DATE = FSEQ-LAST-HEADER-DATE
              AND WS-BUSINESS-DATE = FSEQ-PROVED-DATE
              AND WS-CYCLE-NUMBER = FSEQ-PROVED-CYCLE
              AND WS-ITEM-COUNT = FSEQ-RECORD-COUNT
              AND WS-ITEM-HASH = FSEQ-HASH-TOTAL
              MOVE "Y" TO WS-ALREADY-PROVED
              MOVE "PROVED  " TO WS-CHK-SEQ-WORD
           ELSE
              IF WS-HEADER-FOUND NOT = "Y"
                 OR WS-HDR-FILE-SEQUENCE NOT = WS-EXPECTED-SEQUENCE
                 IF WS-HDR-FILE-SEQUENCE > WS-LAST-SEQUENCE
                    MOVE "GAP     " TO WS-CHK-SEQ-WORD
                 ELSE
                    MOVE "REPEAT  " TO WS-CHK-SEQ-WORD
                 END-IF
                 IF WS-HEADER-FOUND NOT = "Y"
                    MOVE "NO HDR  " TO WS-CHK-SEQ-WORD
                 END-IF
                 PERFORM 2900-FAIL-CHECK
              END-IF
           END-IF
           MOVE WS-CHK-SEQ-TEXT TO WS-RPT-CHK-TEXT
           WRITE GATE-REPORT-LINE FROM WS-RPT-CHECK-LINE.

       2410-READ-FEED-SEQUENCE.
           MOVE "N" TO WS-SEQ-ON-FILE
           MOVE 0 TO WS-LAST-SEQUENCE
           OPEN INPUT FEED-SEQUENCE-FILE
           IF WS-FEED-SEQ-STATUS = "00"
              MOVE WS-ENTITY-CODE TO FSEQ-ENTITY-CODE
              MOVE WS-HDR-SOURCE-SYSTEM TO FSEQ-SOURCE-SYSTEM
              READ FEED-SEQUENCE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y" TO WS-SEQ-ON-FILE
                      MOVE FSEQ-LAST-SEQUENCE TO WS-LAST-SEQUENCE
              END-READ
              CLOSE FEED-SEQUENCE-FILE
           END-IF
           IF WS-LAST-SEQUENCE = 999999
              MOVE 1 TO WS-EXPECTED-SEQUENCE
           ELSE
              COMPUTE WS-EXPECTED-SEQUENCE = WS-LAST-SEQUENCE + 1
           END-IF.

       2900-FAIL-CHECK.
           MOVE "FAIL" TO WS-RPT-CHK-RESULT
           MOVE "N" TO WS-GATE-PASSED.

       3000-RECORD-PROVED-VOLUME.
           OPEN I-O FEED-SEQUENCE-FILE
           IF WS-FEED-SEQ-STATUS = "35"
              CLOSE FEED-SEQUENCE-FILE
              OPEN OUTPUT FEED-SEQUENCE-FILE
              CLOSE FEED-SEQUENCE-FILE
              OPEN I-O FEED-SEQUENCE-FILE
           END-IF
           MOVE WS-ENTITY-CODE TO FSEQ-ENTITY-CODE
           MOVE WS-HDR-SOURCE-SYSTEM TO FSEQ-SOURCE-SYSTEM
           MOVE WS-HDR-FILE-SEQUENCE TO FSEQ-LAST-SEQUENCE
           MOVE WS-HDR-BUSINESS-DATE TO FSEQ-LAST-HEADER-DATE
           MOVE WS-BUSINESS-DATE TO FSEQ-PROVED-DATE
           MOVE WS-CYCLE-NUMBER TO FSEQ-PROVED-CYCLE
           MOVE WS-ITEM-COUNT TO FSEQ-RECORD-COUNT
           MOVE WS-ITEM-HASH TO FSEQ-HASH-TOTAL
           MOVE "TRANGATE" TO FSEQ-PROVED-BY
           MOVE WS-CURRENT-DATE TO FSEQ-PROVED-RUN-DATE
           MOVE WS-CURRENT-TIME TO FSEQ-PROVED-TIME
           REWRITE FEED-SEQUENCE-RECORD
               INVALID KEY
                   WRITE FEED-SEQUENCE-RECORD
           END-REWRITE
           CLOSE FEED-SEQUENCE-FILE.

       9000-TERMINATE.
           MOVE "RECORDS READ............" TO WS-RPT-TOT-LABEL
           MOVE WS-RECORDS-READ TO WS-RPT-TOT-COUNT
           WRITE GATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE "ITEMS COUNTED..........." TO WS-RPT-TOT-LABEL
           MOVE WS-ITEM-COUNT TO WS-RPT-TOT-COUNT
           WRITE GATE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE "ITEMS HASH TOTAL........" TO WS-RPT-HSH-LABEL
           MOVE WS-ITEM-HASH TO WS-RPT-HSH-AMOUNT
           WRITE GATE-REPORT-LINE FROM WS-RPT-HASH-LINE
           MOVE "TRAILER HASH TOTAL......" TO WS-RPT-HSH-LABEL
           MOVE WS-TRL-HASH-TOTAL TO WS-RPT-HSH-AMOUNT
           WRITE GATE-REPORT-LINE FROM WS-RPT-HASH-LINE
           IF WS-GATE-PASSED = "Y"
              IF WS-ALREADY-PROVED = "Y"
                 MOVE "VOLUME ALREADY PROVED FOR THIS CYCLE"
                     TO WS-RPT-VERDICT
              ELSE
                 MOVE "VOLUME PROVED - RELEASED FOR POSTING"
                     TO WS-RPT-VERDICT
              END-IF
           ELSE
              MOVE "VOLUME REFUSED - NOTHING MAY POST"
                  TO WS-RPT-VERDICT
              DISPLAY "TRANGATE: TRANSACT.FILE REFUSED FOR "
                  WS-ENTITY-CODE " " WS-BUSINESS-DATE
                  " CYCLE " WS-CYCLE-NUMBER
                  " - SEE TRANGATE.REPORT"
           END-IF
           WRITE GATE-REPORT-LINE FROM WS-RPT-VERDICT-LINE
           IF WS-FILE-PRESENT = "Y"
              CLOSE TRANSACTION-FILE
           END-IF
           CLOSE GATE-REPORT-FILE
           MOVE WS-RECORDS-READ TO WS-STEP-RECORDS-IN
           IF WS-GATE-PASSED = "Y"
              MOVE WS-ITEM-COUNT TO WS-STEP-RECORDS-OUT
           END-IF.

      *    The step's record is completed with the return code the
      *    step is ending on - "C" at 4 or less, "F" over it.
       9800-END-JOB-STEP.
           MOVE SPACES TO JOB-STEP-RECORD
           MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
           MOVE WS-STEP-DATE TO STEP-BUSINESS-DATE
           MOVE WS-STEP-CYCLE TO STEP-CYCLE-NUMBER
           MOVE WS-STEP-NAME TO STEP-NAME
           MOVE WS-STEP-START-DATE TO STEP-START-DATE
           MOVE WS-STEP-START-TIME TO STEP-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO STEP-END-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO STEP-END-TIME
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           IF RETURN-CODE > 4
              MOVE "F" TO STEP-STATUS
           ELSE
              MOVE "C" TO STEP-STATUS
           END-IF
           MOVE WS-STEP-RECORDS-IN TO STEP-RECORDS-IN
           MOVE WS-STEP-RECORDS-OUT TO STEP-RECORDS-OUT
           MOVE WS-STEP-RUN-ID TO STEP-RUN-ID
           OPEN I-O STEP-CONTROL-FILE
           WRITE JOB-STEP-RECORD
               INVALID KEY
                   REWRITE JOB-STEP-RECORD
           END-WRITE
           CLOSE STEP-CONTROL-FILE.
