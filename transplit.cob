      *    - the business-date gate from BUSDATE.CTL is applied
      *      before anything is written, so an accidental second
      *      split of a posted date cannot re-feed the streams.
      *  Each record's type is also looked up on TRANTYPE.MASTER and
      *  the split report counts the records whose type is unknown,
      *  retired or outside its effective window - they still route
      *  (the stream edit is what rejects them), but the count shows
      *  up front how much of the volume will bounce as TYPE.
      *  Before a record is routed the whole volume is proved with
      *  the checks TRANGATE applies - header first and trailer last,
      *  item count and TRAN-AMOUNT hash agreeing with the trailer,
      *  header business date matching BUSDATE.CTL and the header
      *  sequence next in line on FEED.SEQ - and a volume failing any
      *  of them is refused whole, RC 8, with the failing check on
      *  the split report and no stream file opened.  The header and
      *  trailer themselves stay here; the streams carry items only.
      *  The split records itself on STEP.CONTROL as TRANSPLT and,
      *  when it ends cleanly, writes a pending BUGSOL1-BUGSOL4
      *  record for every stream it routed items to, so STRMCONS
      *  can tell which stream jobs had to run before it folds them.
      *  A split is for one entity - the one on its ENTITY.PARM
      *  card, or on the first BUSDATE.CTL record - under that
      *  entity's business date and step records; a header cut for
      *  another entity refuses the volume.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-STREAM-PARM-STATUS.

           SELECT TRAN-TYPE-MASTER-FILE ASSIGN TO "TRANTYPE.MASTER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TTYP-TYPE-CODE
               FILE STATUS WS-TYPE-MASTER-STATUS.

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
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-SPLIT-REPORT-STATUS.

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

       FD  STREAM-PARM-FILE.
       01  STREAM-PARM-RECORD.
           05  PARM-TRAN-TYPE-CODE        PIC X(2).
           05  PARM-STREAM-NUMBER         PIC 9(1).

       FD  TRAN-TYPE-MASTER-FILE.
       COPY TRANTYPM.

       FD  ENTITY-PARM-FILE.
       COPY ENTPARM.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  STREAM-1-FILE.
       01  STREAM-1-RECORD                PIC X(43).

       FD  STREAM-2-FILE.
       01  STREAM-2-RECORD                PIC X(43).

       FD  STREAM-3-FILE.
       01  STREAM-3-RECORD                PIC X(43).

       FD  STREAM-4-FILE.
       01  STREAM-4-RECORD                PIC X(43).

       FD  SPLIT-REPORT-FILE.
       01  SPLIT-REPORT-LINE              PIC X(80).

       FD  STEP-CONTROL-FILE.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-TRANSACTION-STATUS          PIC XX VALUE SPACES.
       01  WS-STREAM-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-TYPE-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS              PIC XX VALUE SPACES.
       01  WS-ENTITY-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-ENTITY-CODE                 PIC X(3) VALUE SPACES.
       01  WS-EOF-BUSDATE                 PIC X VALUE "N".
       01  WS-BUSDATE-FOUND               PIC X VALUE "N".
       01  WS-FEED-SEQ-STATUS             PIC XX VALUE SPACES.
       01  WS-STREAM-1-STATUS             PIC XX VALUE SPACES.
       01  WS-STREAM-2-STATUS             PIC XX VALUE SPACES.
       01  WS-STREAM-3-STATUS             PIC XX VALUE SPACES.
       01  WS-EOF-TRANSACTION             PIC X VALUE "N".
       01  WS-EOF-PARM                    PIC X VALUE "N".
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE 0.
       01  WS-CYCLE-NUMBER                PIC 9(2) VALUE 1.
      *    Job-step control - this step's record on STEP.CONTROL.
      *    The step heads its chain, so it is never refused.
       01  WS-STEP-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-STEP-NAME                   PIC X(8) VALUE "TRANSPLT".
       01  WS-STEP-DATE                   PIC 9(8) VALUE 0.
       01  WS-STEP-CYCLE                  PIC 9(2) VALUE 1.
       01  WS-STEP-START-DATE             PIC 9(8) VALUE 0.
       01  WS-STEP-START-TIME             PIC 9(6) VALUE 0.
       01  WS-STEP-RECORDS-IN             PIC 9(9) VALUE 0.
       01  WS-STEP-RECORDS-OUT            PIC 9(9) VALUE 0.
       01  WS-STEP-RUN-ID                 PIC X(8) VALUE SPACES.
       01  WS-STEP-RECORDED               PIC X VALUE "N".
       01  WS-PENDING-STREAM-NAME.
           05  FILLER                     PIC X(6) VALUE "BUGSOL".
           05  WS-PENDING-STREAM-NUMBER   PIC 9(1) VALUE 0.
           05  FILLER                     PIC X(1) VALUE SPACE.
       01  WS-DATE-TIME-STAMP.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(6).
       01  WS-RUN-BLOCKED                 PIC X VALUE "N".
       01  WS-CONTROL-RECORD              PIC X VALUE "N".
       01  WS-STREAM-COUNT                PIC 9(1) VALUE 4.
       01  WS-TARGET-STREAM               PIC 9(1) VALUE 1.

               10  WS-SEEN-TRAN-ID        PIC X(10).
               10  WS-SEEN-STREAM         PIC 9(1).

      *    The transaction-type master, loaded whole - the same
      *    in-force rule BUGSOLUTION edits with.  An absent or empty
      *    master counts nothing, as the edit then accepts every
      *    non-blank type.
       01  WS-EOF-TYPES                   PIC X VALUE "N".
       01  WS-TYPE-SUB                    PIC 9(3) VALUE 0.
       01  WS-TYPE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-TYPE-LIMIT                  PIC 9(3) VALUE 50.
       01  WS-TYPE-FOUND                  PIC X VALUE "N".
       01  WS-TYPE-IN-FORCE               PIC X VALUE "Y".
       01  WS-VALID-TYPE-TABLE.
           05  WS-VALID-TYPE-ENTRY OCCURS 50 TIMES.
               10  WS-VALID-TYPE-CODE     PIC X(2).
               10  WS-VALID-TYPE-EFF-DATE PIC 9(8).
               10  WS-VALID-TYPE-EXP-DATE PIC 9(8).
               10  WS-VALID-TYPE-STATUS   PIC X(1).

      *    Volume proof - what the header, trailer and items say,
      *    gathered in a first pass before anything is routed.
       01  WS-FILE-PRESENT                PIC X VALUE "N".
       01  WS-VOLUME-RECORDS              PIC 9(9) VALUE 0.
       01  WS-ITEM-COUNT                  PIC 9(9) VALUE 0.
       01  WS-ITEM-HASH                   PIC S9(13)V99 VALUE 0.
       01  WS-HEADER-FOUND                PIC X VALUE "N".
       01  WS-TRAILER-FOUND               PIC X VALUE "N".
       01  WS-MISPLACED-COUNT             PIC 9(9) VALUE 0.
       01  WS-HDR-SOURCE-SYSTEM           PIC X(8) VALUE SPACES.
       01  WS-HDR-BUSINESS-DATE           PIC 9(8) VALUE 0.
       01  WS-HDR-FILE-SEQUENCE           PIC 9(6) VALUE 0.
       01  WS-HDR-ENTITY-CODE             PIC X(3) VALUE SPACES.
       01  WS-TRL-RECORD-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRL-HASH-TOTAL              PIC S9(13)V99 VALUE 0.
       01  WS-GATE-PASSED                 PIC X VALUE "Y".
       01  WS-ALREADY-PROVED              PIC X VALUE "N".
       01  WS-INHOUSE-SOURCE              PIC X VALUE "N".
       01  WS-SEQ-ON-FILE                 PIC X VALUE "N".
       01  WS-LAST-SEQUENCE               PIC 9(6) VALUE 0.
       01  WS-EXPECTED-SEQUENCE           PIC 9(6) VALUE 0.

       01  WS-RECORDS-READ                PIC 9(9) VALUE 0.
       01  WS-TYPE-NOT-IN-FORCE           PIC 9(9) VALUE 0.
       01  WS-DUP-REROUTED                PIC 9(9) VALUE 0.
       01  WS-STREAM-COUNTERS.
           05  WS-STREAM-WRITTEN          OCCURS 4 TIMES PIC 9(9)
           05  FILLER                     PIC X(32) VALUE
               "TRANSACTION SPLIT BUSINESS DATE ".
           05  WS-RPT-HDR-DATE            PIC 9(8).
           05  FILLER                     PIC X(8) VALUE " ENTITY ".
           05  WS-RPT-HDR-ENTITY          PIC X(3).
       01  WS-RPT-STREAM-LINE.
           05  FILLER                     PIC X(7) VALUE "STREAM ".
           05  WS-RPT-STM-NUMBER          PIC 9(1).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL           PIC X(24).
           05  WS-RPT-TOT-COUNT           PIC ZZZZZZZZ9.
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
                  UNTIL WS-EOF-TRANSACTION = "Y"
              PERFORM 9000-TERMINATE
           END-IF
           IF WS-STEP-RECORDED = "Y"
              PERFORM 9800-END-JOB-STEP
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           PERFORM 0101-READ-ENTITY-PARM
           PERFORM 0102-READ-BUSINESS-DATE
           IF WS-RUN-BLOCKED NOT = "Y"
              PERFORM 0060-START-JOB-STEP
              OPEN OUTPUT SPLIT-REPORT-FILE
              MOVE WS-BUSINESS-DATE TO WS-RPT-HDR-DATE
              MOVE WS-ENTITY-CODE TO WS-RPT-HDR-ENTITY
              WRITE SPLIT-REPORT-LINE FROM WS-RPT-HEADER-1
              PERFORM 0130-PROVE-VOLUME
              IF WS-GATE-PASSED = "Y"
                 PERFORM 0150-OPEN-AND-PREPARE
              ELSE
                 MOVE "Y" TO WS-RUN-BLOCKED
                 DISPLAY "TRANSPLIT: TRANSACT.FILE REFUSED FOR "
                     WS-ENTITY-CODE " " WS-BUSINESS-DATE
                     " CYCLE " WS-CYCLE-NUMBER
                     " - SEE TRANSPLIT.REPORT"
                 CLOSE SPLIT-REPORT-FILE
              END-IF
           END-IF.

      *****************************************************************
      *  JOB-STEP CONTROL
      *****************************************************************
      *    The split heads the chain on a split day and waits on
      *    nothing; it only records that it ran.  A split refused as
      *    already posted leaves the record of the split that posted.
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

      *    The same duplicate-run guard BUGSOLUTION applies, checked
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
              MOVE "N" TO WS-EOF-BUSDATE
              PERFORM 0103-FIND-ENTITY-DATE
                  UNTIL WS-BUSDATE-FOUND = "Y"
                  OR WS-EOF-BUSDATE = "Y"
              IF WS-BUSDATE-FOUND = "Y"
                 MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
                 MOVE BDAT-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                 IF WS-CYCLE-NUMBER = 0
                    MOVE 1 TO WS-CYCLE-NUMBER
                 END-IF
                 IF BDAT-BUSINESS-DATE = BDAT-LAST-POSTED-DATE
                    AND BDAT-CYCLE-NUMBER = BDAT-LAST-POSTED-CYCLE
                    AND BDAT-RERUN-OVERRIDE NOT = "Y"
                    MOVE "Y" TO WS-RUN-BLOCKED
                    DISPLAY "TRANSPLIT: ENTITY " WS-ENTITY-CODE
                        " BUSINESS DATE " BDAT-BUSINESS-DATE
                        " CYCLE " BDAT-CYCLE-NUMBER
                        " ALREADY POSTED - BUMP THE CYCLE OR"
                        " SET RERUN OVERRIDE TO SPLIT AGAIN"
                 END-IF
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    With no entity card the first record names the entity.
       0103-FIND-ENTITY-DATE.
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

      *    First pass over the volume - the TRANGATE proof, run
      *    here so an out-of-balance volume never reaches a stream.
       0130-PROVE-VOLUME.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
              MOVE "Y" TO WS-FILE-PRESENT
              MOVE "N" TO WS-EOF-TRANSACTION
              PERFORM 0132-READ-VOLUME-RECORD
              PERFORM 0131-CLASSIFY-RECORD
                  UNTIL WS-EOF-TRANSACTION = "Y"
              CLOSE TRANSACTION-FILE
           END-IF
           MOVE WS-HDR-SOURCE-SYSTEM TO WS-RPT-HDR-SOURCE
           MOVE WS-HDR-FILE-SEQUENCE TO WS-RPT-HDR-SEQUENCE
           MOVE WS-HDR-BUSINESS-DATE TO WS-RPT-HDR-HDR-DATE
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-HEADER-2
           PERFORM 0133-CHECK-FRAMING
           PERFORM 0134-CHECK-COUNT-AND-HASH
           PERFORM 0135-CHECK-BUSINESS-DATE
           PERFORM 0140-CHECK-ENTITY
           PERFORM 0136-CHECK-SEQUENCE
           IF WS-GATE-PASSED = "Y"
              AND WS-ALREADY-PROVED NOT = "Y"
              PERFORM 0139-RECORD-PROVED-VOLUME
           END-IF.

       0131-CLASSIFY-RECORD.
           ADD 1 TO WS-VOLUME-RECORDS
           EVALUATE TRAN-RECORD-TYPE
               WHEN "H"
                   IF WS-VOLUME-RECORDS = 1
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
           PERFORM 0132-READ-VOLUME-RECORD.

       0132-READ-VOLUME-RECORD.
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-TRANSACTION
           END-READ.

       0133-CHECK-FRAMING.
           MOVE "HEADER AND TRAILER......" TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE SPACES TO WS-RPT-CHK-TEXT
           IF WS-MISPLACED-COUNT > 0
              MOVE "RECORDS OUT OF PLACE AROUND CONTROLS"
                  TO WS-RPT-CHK-TEXT
              PERFORM 0138-FAIL-CHECK
           END-IF
           IF WS-TRAILER-FOUND NOT = "Y"
              MOVE "NO TRAILER - VOLUME CUT SHORT"
                  TO WS-RPT-CHK-TEXT
              PERFORM 0138-FAIL-CHECK
           END-IF
           IF WS-HEADER-FOUND NOT = "Y"
              MOVE "NO HEADER FIRST ON VOLUME" TO WS-RPT-CHK-TEXT
              PERFORM 0138-FAIL-CHECK
           END-IF
           IF WS-FILE-PRESENT NOT = "Y"
              MOVE "TRANSACT.FILE NOT PRESENT" TO WS-RPT-CHK-TEXT
              PERFORM 0138-FAIL-CHECK
           END-IF
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-CHECK-LINE.

       0134-CHECK-COUNT-AND-HASH.
           MOVE "RECORD COUNT............" TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE WS-TRL-RECORD-COUNT TO WS-CHK-TRL-COUNT
           MOVE WS-ITEM-COUNT TO WS-CHK-ITEM-COUNT
           MOVE WS-CHK-COUNT-TEXT TO WS-RPT-CHK-TEXT
           IF WS-TRAILER-FOUND NOT = "Y"
              OR WS-TRL-RECORD-COUNT NOT = WS-ITEM-COUNT
              PERFORM 0138-FAIL-CHECK
           END-IF
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-CHECK-LINE
           MOVE "HASH TOTAL.............." TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE SPACES TO WS-RPT-CHK-TEXT
           IF WS-TRAILER-FOUND NOT = "Y"
              OR WS-TRL-HASH-TOTAL NOT = WS-ITEM-HASH
              MOVE "TRAILER HASH DISAGREES WITH ITEMS"
                  TO WS-RPT-CHK-TEXT
              PERFORM 0138-FAIL-CHECK
           END-IF
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-CHECK-LINE.

       0135-CHECK-BUSINESS-DATE.
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
              PERFORM 0138-FAIL-CHECK
           ELSE
              IF WS-INHOUSE-SOURCE = "Y"
                 IF WS-HDR-BUSINESS-DATE > WS-BUSINESS-DATE
                    PERFORM 0138-FAIL-CHECK
                 END-IF
              ELSE
                 IF WS-HDR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                    PERFORM 0138-FAIL-CHECK
                 END-IF
              END-IF
           END-IF
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-CHECK-LINE.

      *    A header with spaces for the entity predates the field
      *    and is taken as the run's own.
       0140-CHECK-ENTITY.
           MOVE "ENTITY.................." TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE WS-HDR-ENTITY-CODE TO WS-CHK-HDR-ENTITY
           MOVE WS-ENTITY-CODE TO WS-CHK-RUN-ENTITY
           MOVE WS-CHK-ENTITY-TEXT TO WS-RPT-CHK-TEXT
           IF WS-HEADER-FOUND NOT = "Y"
              PERFORM 0138-FAIL-CHECK
           ELSE
              IF WS-HDR-ENTITY-CODE NOT = SPACES
                 AND WS-HDR-ENTITY-CODE NOT = WS-ENTITY-CODE
                 PERFORM 0138-FAIL-CHECK
              END-IF
           END-IF
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-CHECK-LINE.

      *    A volume TRANGATE already proved for this business date
      *    and cycle matches FEED.SEQ exactly and splits without
      *    advancing it.
       0136-CHECK-SEQUENCE.
           MOVE "FILE SEQUENCE..........." TO WS-RPT-CHK-LABEL
           MOVE "PASS" TO WS-RPT-CHK-RESULT
           MOVE "FOUND   " TO WS-CHK-SEQ-WORD
           PERFORM 0137-READ-FEED-SEQUENCE
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
                 PERFORM 0138-FAIL-CHECK
              END-IF
           END-IF
           MOVE WS-CHK-SEQ-TEXT TO WS-RPT-CHK-TEXT
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-CHECK-LINE.

       0137-READ-FEED-SEQUENCE.
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

       0138-FAIL-CHECK.
           MOVE "FAIL" TO WS-RPT-CHK-RESULT
           MOVE "N" TO WS-GATE-PASSED.

       0139-RECORD-PROVED-VOLUME.
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
           MOVE "TRANSPLT" TO FSEQ-PROVED-BY
           MOVE WS-CURRENT-DATE TO FSEQ-PROVED-RUN-DATE
           MOVE WS-CURRENT-TIME TO FSEQ-PROVED-TIME
           REWRITE FEED-SEQUENCE-RECORD
               INVALID KEY
                   WRITE FEED-SEQUENCE-RECORD
           END-REWRITE
           CLOSE FEED-SEQUENCE-FILE.

       0150-OPEN-AND-PREPARE.
           PERFORM 0110-READ-STREAM-ASSIGNMENTS
           PERFORM 0120-READ-TRAN-TYPES
           MOVE "N" TO WS-EOF-TRANSACTION
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
              MOVE "Y" TO WS-EOF-TRANSACTION
           OPEN OUTPUT STREAM-2-FILE
           OPEN OUTPUT STREAM-3-FILE
           OPEN OUTPUT STREAM-4-FILE
           IF WS-EOF-TRANSACTION NOT = "Y"
              PERFORM 1100-READ-TRANSACTION
           END-IF.
                   END-IF
           END-READ.

       0120-READ-TRAN-TYPES.
           OPEN INPUT TRAN-TYPE-MASTER-FILE
           IF WS-TYPE-MASTER-STATUS = "00"
              MOVE "N" TO WS-EOF-TYPES
              MOVE LOW-VALUES TO TTYP-TYPE-CODE
              START TRAN-TYPE-MASTER-FILE KEY NOT < TTYP-TYPE-CODE
                  INVALID KEY
                      MOVE "Y" TO WS-EOF-TYPES
              END-START
              PERFORM 0125-LOAD-ONE-TRAN-TYPE
                  UNTIL WS-EOF-TYPES = "Y"
                  OR WS-TYPE-COUNT >= WS-TYPE-LIMIT
              CLOSE TRAN-TYPE-MASTER-FILE
           END-IF.

       0125-LOAD-ONE-TRAN-TYPE.
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

       1000-SPLIT-TRANSACTION.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 1150-CHECK-TRAN-TYPE
           PERFORM 1200-ROUTE-BY-TYPE
           IF TRAN-RECORD-TYPE = "R"
              PERFORM 1250-ROUTE-REVERSAL
           ADD 1 TO WS-STREAM-WRITTEN(WS-TARGET-STREAM)
           PERFORM 1100-READ-TRANSACTION.

      *    The header and trailer were proved in the first pass and
      *    are not routed - the streams carry items only.
       1100-READ-TRANSACTION.
           MOVE "Y" TO WS-CONTROL-RECORD
           PERFORM 1105-READ-ONE-RECORD
               UNTIL WS-CONTROL-RECORD = "N"
               OR WS-EOF-TRANSACTION = "Y".

       1105-READ-ONE-RECORD.
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-TRANSACTION
               NOT AT END
                   IF TRAN-RECORD-TYPE = "H"
                      OR TRAN-RECORD-TYPE = "T"
                      MOVE "Y" TO WS-CONTROL-RECORD
                   ELSE
                      MOVE "N" TO WS-CONTROL-RECORD
                   END-IF
           END-READ.

      *    Reversals are left out of the count - BUGSOLUTION lets
      *    a reversal through on any type still on the master.
       1150-CHECK-TRAN-TYPE.
           MOVE "Y" TO WS-TYPE-IN-FORCE
           IF WS-TYPE-COUNT > 0
              MOVE "N" TO WS-TYPE-FOUND
              MOVE 0 TO WS-TYPE-SUB
              PERFORM 1160-SCAN-TYPE-TABLE
                  UNTIL WS-TYPE-FOUND = "Y"
                  OR WS-TYPE-SUB >= WS-TYPE-COUNT
              IF WS-TYPE-FOUND = "N"
                 MOVE "N" TO WS-TYPE-IN-FORCE
              ELSE
                 IF TRAN-RECORD-TYPE NOT = "R"
                    IF WS-VALID-TYPE-STATUS(WS-TYPE-SUB) NOT = "A"
                       OR WS-VALID-TYPE-EFF-DATE(WS-TYPE-SUB)
                          > WS-BUSINESS-DATE
                       MOVE "N" TO WS-TYPE-IN-FORCE
                    END-IF
                    IF WS-VALID-TYPE-EXP-DATE(WS-TYPE-SUB) NOT = 0
                       AND WS-VALID-TYPE-EXP-DATE(WS-TYPE-SUB)
                           < WS-BUSINESS-DATE
                       MOVE "N" TO WS-TYPE-IN-FORCE
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-TYPE-IN-FORCE = "N"
              ADD 1 TO WS-TYPE-NOT-IN-FORCE
           END-IF.

       1160-SCAN-TYPE-TABLE.
           ADD 1 TO WS-TYPE-SUB
           IF WS-VALID-TYPE-CODE(WS-TYPE-SUB) = TRAN-TYPE-CODE
              MOVE "Y" TO WS-TYPE-FOUND
           END-IF.

       1200-ROUTE-BY-TYPE.
           MOVE 1 TO WS-TARGET-STREAM
           MOVE "N" TO WS-ASSIGN-FOUND
                 CLOSE STREAM-4-FILE
                 CLOSE SPLIT-REPORT-FILE
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9800-END-JOB-STEP
                 STOP RUN
              END-IF
           END-IF.
           MOVE "DUP IDS REROUTED........" TO WS-RPT-TOT-LABEL
           MOVE WS-DUP-REROUTED TO WS-RPT-TOT-COUNT
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE "TYPE NOT IN FORCE......." TO WS-RPT-TOT-LABEL
           MOVE WS-TYPE-NOT-IN-FORCE TO WS-RPT-TOT-COUNT
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           CLOSE TRANSACTION-FILE
           CLOSE STREAM-1-FILE
           CLOSE STREAM-2-FILE
           CLOSE STREAM-3-FILE
           CLOSE STREAM-4-FILE
           CLOSE SPLIT-REPORT-FILE
           MOVE WS-RECORDS-READ TO WS-STEP-RECORDS-IN.

       9100-REPORT-ONE-STREAM.
           ADD 1 TO WS-TARGET-STREAM
           MOVE WS-TARGET-STREAM TO WS-RPT-STM-NUMBER
           MOVE WS-STREAM-WRITTEN(WS-TARGET-STREAM)
               TO WS-RPT-STM-COUNT
           ADD WS-STREAM-WRITTEN(WS-TARGET-STREAM)
               TO WS-STEP-RECORDS-OUT
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-STREAM-LINE.

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
           IF RETURN-CODE NOT > 4
              MOVE 0 TO WS-TARGET-STREAM
              PERFORM 9810-WRITE-PENDING-STREAM
                  UNTIL WS-TARGET-STREAM >= WS-STREAM-COUNT
           END-IF
           CLOSE STEP-CONTROL-FILE.

      *    A stream that was routed nothing has no job to wait for.
      *    A resplit of the cycle puts every routed stream back to
      *    pending, whatever an earlier split's stream job recorded.
       9810-WRITE-PENDING-STREAM.
           ADD 1 TO WS-TARGET-STREAM
           IF WS-STREAM-WRITTEN(WS-TARGET-STREAM) > 0
              MOVE WS-TARGET-STREAM TO WS-PENDING-STREAM-NUMBER
              MOVE SPACES TO JOB-STEP-RECORD
              MOVE WS-ENTITY-CODE TO STEP-ENTITY-CODE
              MOVE WS-STEP-DATE TO STEP-BUSINESS-DATE
              MOVE WS-STEP-CYCLE TO STEP-CYCLE-NUMBER
              MOVE WS-PENDING-STREAM-NAME TO STEP-NAME
              MOVE "P" TO STEP-STATUS
              MOVE 0 TO STEP-START-DATE
              MOVE 0 TO STEP-START-TIME
              MOVE 0 TO STEP-END-DATE
              MOVE 0 TO STEP-END-TIME
              MOVE 0 TO STEP-RETURN-CODE
              MOVE WS-STREAM-WRITTEN(WS-TARGET-STREAM)
                  TO STEP-RECORDS-IN
              MOVE 0 TO STEP-RECORDS-OUT
              WRITE JOB-STEP-RECORD
                  INVALID KEY
                      REWRITE JOB-STEP-RECORD
              END-WRITE
           END-IF.
