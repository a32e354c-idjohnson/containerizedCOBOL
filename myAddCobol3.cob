      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TSR-TRAN-ID
      FILE STATUS IS TRANID-STORE-STATUS.
   SELECT OPTIONAL HISTORY-STORE-FILE
      ASSIGN DYNAMIC HISTORY-STORE-FILE-NAME
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS HST-KEY
      FILE STATUS IS HISTORY-STORE-STATUS.
   SELECT CATEGORY-MASTER-FILE
      ASSIGN DYNAMIC CATEGORY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS CATEGORY-MASTER-STATUS.
   SELECT OPTIONAL ENTITY-MASTER-FILE
      ASSIGN DYNAMIC ENTITY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL RATE-FILE
      ASSIGN DYNAMIC RATE-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL PERIOD-CONTROL-FILE
      ASSIGN DYNAMIC PERIOD-CONTROL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT FX-POSITION-FILE
      ASSIGN DYNAMIC FX-POSITION-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
      05  INPUT-TRAN-ID  PIC X(12).
      05  INPUT-CURRENCY PIC X(3).
      05  INPUT-REAL-DP  PIC 9(34)V99.
      05  INPUT-COMPANY  PIC X(3).
   01  INPUT-RECORD-ALT REDEFINES INPUT-RECORD.
      05  INPUT-RAW-TEXT PIC X(59).
   01  INPUT-HEADER-RECORD REDEFINES INPUT-RECORD.
      05  INPUT-HEADER-TYPE     PIC X(1).
      05  INPUT-EXPECTED-COUNT  PIC 9(8).
      05  INPUT-HEADER-SEP      PIC X(50).
   01  INPUT-TRAILER-RECORD REDEFINES INPUT-RECORD.
      05  INPUT-TRAILER-TYPE    PIC X(1).
      05  INPUT-TRAILER-SIGN    PIC X(1).
      05  INPUT-EXPECTED-TOTAL  PIC 9(33)V99.
      05  INPUT-TRAILER-SEP     PIC X(22).
   FD  OUTPUT-FILE.
   01  OUTPUT-RECORD.
      05  OUT-REC-TYPE          PIC X(1).
      05  REJ-SEP1       PIC X(1).
      05  REJ-TRAN-ID    PIC X(12).
      05  REJ-SEP2       PIC X(1).
      05  REJ-RAW-TEXT   PIC X(59).
      05  REJ-SEP3       PIC X(1).
      05  REJ-REASON     PIC X(30).
   FD  REPORT-FILE.
      05  CKPT-CATEGORY-CREDIT-TOT  PIC S9(34)V99.
      05  CKPT-SEP9                 PIC X(1).
      05  CKPT-CATEGORY-NET-TOT     PIC S9(34)V99.
   01  CHECKPOINT-POSITION-RECORD REDEFINES CHECKPOINT-RECORD.
      05  CKPP-REC-TYPE             PIC X(1).
      05  CKPP-SEP0                 PIC X(1).
      05  CKPP-CATEGORY             PIC X(4).
      05  CKPP-SEP1                 PIC X(1).
      05  CKPP-CURRENCY             PIC X(3).
      05  CKPP-SEP2                 PIC X(1).
      05  CKPP-ORIG-NET             PIC S9(34)V99.
      05  CKPP-SEP3                 PIC X(1).
      05  CKPP-BASE-NET             PIC S9(34)V99.
   FD  HOLD-FILE.
   01  HOLD-RECORD.
      05  HOLD-RECORD-NUM PIC 9(8).
      05  HOLD-SEP1       PIC X(1).
      05  HOLD-RAW-TEXT   PIC X(59).
      05  HOLD-SEP2       PIC X(1).
      05  HOLD-REASON     PIC X(30).
   FD  GL-FEED-FILE.
      05  GL-RECORD-COUNT     PIC 9(8).
      05  GL-SEP8             PIC X(1).
      05  GL-OUT-OF-BALANCE   PIC X(1).
      05  GL-SEP9             PIC X(1).
      05  GL-COMPANY          PIC X(3).
   FD  REPORT-TEMP-FILE.
   01  REPORT-TEMP-RECORD.
      05  RPTT-LINE-NUM      PIC 9(8).
      05  REJT-SEP1       PIC X(1).
      05  REJT-TRAN-ID    PIC X(12).
      05  REJT-SEP2       PIC X(1).
      05  REJT-RAW-TEXT   PIC X(59).
      05  REJT-SEP3       PIC X(1).
      05  REJT-REASON     PIC X(30).
   FD  HOLD-TEMP-FILE.
   01  HOLD-TEMP-RECORD.
      05  HOLDT-RECORD-NUM PIC 9(8).
      05  HOLDT-SEP1       PIC X(1).
      05  HOLDT-RAW-TEXT   PIC X(59).
      05  HOLDT-SEP2       PIC X(1).
      05  HOLDT-REASON     PIC X(30).
   FD  DUP-FILE.
      05  DUP-SEP1       PIC X(1).
      05  DUP-TRAN-ID    PIC X(12).
      05  DUP-SEP2       PIC X(1).
      05  DUP-RAW-TEXT   PIC X(59).
      05  DUP-SEP3       PIC X(1).
      05  DUP-REASON     PIC X(30).
   FD  DUP-TEMP-FILE.
      05  DUPT-SEP1       PIC X(1).
      05  DUPT-TRAN-ID    PIC X(12).
      05  DUPT-SEP2       PIC X(1).
      05  DUPT-RAW-TEXT   PIC X(59).
      05  DUPT-SEP3       PIC X(1).
      05  DUPT-REASON     PIC X(30).
   FD  TRANID-JOURNAL-FILE.
      05  TSR-TRAN-ID  PIC X(12).
      05  TSR-RUN-DATE PIC X(8).
      05  TSR-BATCH    PIC 9(2).
   FD  HISTORY-STORE-FILE.
   01  HISTORY-STORE-RECORD.
      05  HST-KEY.
         10  HST-ACCOUNT  PIC 9(8).
         10  HST-RUN-DATE PIC X(8).
         10  HST-SOURCE   PIC X(11).
         10  HST-TRAN-ID  PIC X(12).
      05  HST-BATCH       PIC 9(2).
      05  HST-CATEGORY    PIC X(4).
      05  HST-CURRENCY    PIC X(3).
      05  HST-ORIG-AMOUNT PIC S9(34)V99.
      05  HST-BASE-AMOUNT PIC S9(34)V99.
   FD  CATEGORY-MASTER-FILE.
   01  CATEGORY-MASTER-RECORD.
      05  CM-CODE        PIC X(4).
      05  CM-EFF-FROM    PIC X(8).
      05  CM-SEP5        PIC X(1).
      05  CM-EFF-TO      PIC X(8).
      05  CM-SEP6        PIC X(1).
      05  CM-ACCOUNT-TYPE PIC X(1).
      05  CM-SEP7        PIC X(1).
      05  CM-COMPANY     PIC X(3).
   FD  ENTITY-MASTER-FILE.
   01  ENTITY-MASTER-RECORD.
      05  EM-REC-TYPE          PIC X(1).
      05  EM-SEP1              PIC X(1).
      05  EM-CODE              PIC X(3).
      05  EM-SEP2              PIC X(1).
      05  EM-NAME              PIC X(30).
      05  EM-SEP3              PIC X(1).
      05  EM-RETAINED-CATEGORY PIC X(4).
   01  ENTITY-ROUTE-RECORD REDEFINES ENTITY-MASTER-RECORD.
      05  ER-REC-TYPE          PIC X(1).
      05  ER-SEP1              PIC X(1).
      05  ER-ENTITY            PIC X(3).
      05  ER-SEP2              PIC X(1).
      05  ER-COUNTERPARTY      PIC X(3).
      05  ER-SEP3              PIC X(1).
      05  ER-DUE-FROM-CATEGORY PIC X(4).
      05  ER-SEP4              PIC X(1).
      05  ER-DUE-TO-CATEGORY   PIC X(4).
      05  FILLER               PIC X(22).
   FD  RATE-FILE.
   01  RATE-RECORD.
      05  RX-CURRENCY  PIC X(3).
      05  PCN-DATE       PIC X(8).
      05  PCN-SEP2       PIC X(1).
      05  PCN-NOTE       PIC X(30).
   FD  FX-POSITION-FILE.
   01  FX-POSITION-RECORD.
      05  FXP-RUN-DATE   PIC X(8).
      05  FXP-SEP1       PIC X(1).
      05  FXP-CATEGORY   PIC X(4).
      05  FXP-SEP2       PIC X(1).
      05  FXP-CURRENCY   PIC X(3).
      05  FXP-SEP3       PIC X(1).
      05  FXP-ORIG-NET   PIC S9(34)V99.
      05  FXP-SEP4       PIC X(1).
      05  FXP-BASE-NET   PIC S9(34)V99.

WORKING-STORAGE SECTION.
       01  TOTAL                 PIC S9(34)V99 VALUE 0.
               10  MST-ACTIVE     PIC X(1) VALUE SPACES.
               10  MST-EFF-FROM   PIC X(8) VALUE SPACES.
               10  MST-EFF-TO     PIC X(8) VALUE SPACES.
               10  MST-COMPANY    PIC X(3) VALUE SPACES.
       01  MASTER-COUNT          PIC 9(4) VALUE 0.
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  MASTER-FOUND          PIC X(1) VALUE 'N'.
       01  MASTER-LOOKUP-CODE    PIC X(4) VALUE SPACES.
       01  DEFAULT-COMPANY       PIC X(3) VALUE "001".
       01  DEFAULT-COMPANY-PARM  PIC X(3) VALUE SPACES.
       01  ENTITY-MASTER-FILE-NAME PIC X(40) VALUE "entmast.txt".
       01  ENTITY-MASTER-PARM    PIC X(40) VALUE SPACES.
       01  ENTITY-MASTER-EOF     PIC X(1) VALUE 'N'.
       01  ENTITY-TABLE.
           05  ENTITY-ENTRY OCCURS 20 TIMES INDEXED BY ENT-IDX.
               10  ENT-CODE PIC X(3) VALUE SPACES.
               10  ENT-NAME PIC X(30) VALUE SPACES.
       01  ENTITY-COUNT          PIC 9(4) VALUE 0.
       01  ENTITY-FOUND          PIC X(1) VALUE 'N'.
       01  ENTITY-LOOKUP         PIC X(3) VALUE SPACES.
       01  IC-ROUTE-TABLE.
           05  IC-ROUTE-ENTRY OCCURS 50 TIMES INDEXED BY ICR-IDX.
               10  ICR-ENTITY       PIC X(3) VALUE SPACES.
               10  ICR-COUNTERPARTY PIC X(3) VALUE SPACES.
               10  ICR-DUE-FROM     PIC X(4) VALUE SPACES.
               10  ICR-DUE-TO       PIC X(4) VALUE SPACES.
       01  IC-ROUTE-COUNT        PIC 9(4) VALUE 0.
       01  ROUTE-FOUND           PIC X(1) VALUE 'N'.
       01  ROUTE-ENTITY          PIC X(3) VALUE SPACES.
       01  ROUTE-COUNTERPARTY    PIC X(3) VALUE SPACES.
       01  BOOKING-COMPANY       PIC X(3) VALUE SPACES.
       01  CATEGORY-COMPANY      PIC X(3) VALUE SPACES.
       01  CROSS-ENTITY          PIC X(1) VALUE 'N'.
       01  BOOKING-DUE-FROM      PIC X(4) VALUE SPACES.
       01  BOOKING-DUE-TO        PIC X(4) VALUE SPACES.
       01  CATEGORY-DUE-FROM     PIC X(4) VALUE SPACES.
       01  CATEGORY-DUE-TO       PIC X(4) VALUE SPACES.
       01  IC-TABLE.
           05  IC-ENTRY OCCURS 100 TIMES INDEXED BY ICT-IDX.
               10  ICT-CODE         PIC X(4) VALUE SPACES.
               10  ICT-DEBIT-TOTAL  PIC S9(34)V99 VALUE 0.
               10  ICT-CREDIT-TOTAL PIC S9(34)V99 VALUE 0.
               10  ICT-NET-TOTAL    PIC S9(34)V99 VALUE 0.
       01  IC-COUNT              PIC 9(4) VALUE 0.
       01  IC-LOOKUP-CODE        PIC X(4) VALUE SPACES.
       01  IC-AMOUNT             PIC S9(34)V99 VALUE 0.
       01  IC-SIDE               PIC X(1) VALUE SPACES.
       01  IC-REFERENCE          PIC X(12) VALUE SPACES.
       01  IC-REFERENCE-PTR      PIC 9(2) VALUE 0.
       01  IC-DEBIT-SUM          PIC S9(34)V99 VALUE 0.
       01  IC-CREDIT-SUM         PIC S9(34)V99 VALUE 0.
       01  DUP-COUNT             PIC 9(8) VALUE 0.
       01  DUP-FILE-NAME         PIC X(40) VALUE "dupes.txt".
       01  DUP-TEMP-FILE-NAME    PIC X(44) VALUE SPACES.
       01  TRANID-STORE-STATUS   PIC X(2) VALUE "00".
       01  TRANID-STORE-EOF      PIC X(1) VALUE 'N'.
       01  TRANID-STORE-CREATED  PIC X(1) VALUE 'N'.
       01  HISTORY-STORE-FILE-NAME PIC X(40) VALUE "history.dat".
       01  HISTORY-STORE-PARM    PIC X(40) VALUE SPACES.
       01  HISTORY-STORE-STATUS  PIC X(2) VALUE "00".
       01  HISTORY-STORE-EOF     PIC X(1) VALUE 'N'.
       01  HISTORY-PURGED-COUNT  PIC 9(8) VALUE 0.
       01  RETENTION-PARM        PIC X(18) VALUE SPACES.
       01  RETENTION-DAYS        PIC 9(4) VALUE 30.
       01  CUTOFF-DATE           PIC X(8) VALUE SPACES.
               10  CUR-CREDIT-TOTAL PIC S9(34)V99 VALUE 0.
       01  CURRENCY-COUNT        PIC 9(4) VALUE 0.
       01  CURRENCY-TABLE-FULL   PIC X(1) VALUE 'N'.
       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 1000 TIMES INDEXED BY POS-IDX.
               10  POS-CATEGORY     PIC X(4) VALUE SPACES.
               10  POS-CURRENCY     PIC X(3) VALUE SPACES.
               10  POS-ORIG-NET     PIC S9(34)V99 VALUE 0.
               10  POS-BASE-NET     PIC S9(34)V99 VALUE 0.
       01  POSITION-COUNT        PIC 9(4) VALUE 0.
       01  POSITION-TABLE-FULL   PIC X(1) VALUE 'N'.
       01  FX-POSITION-FILE-NAME PIC X(40) VALUE "fxpos.txt".
       01  CHECKPOINT-EOF        PIC X(1) VALUE 'N'.
       01  HOLD-REASON-TEXT      PIC X(30) VALUE SPACES.
       01  SUMMARY-FILE-NAME     PIC X(40) VALUE "summary.txt".
       01  SUM-PAGE-NUM          PIC 9(4) VALUE 0.
            "] IS NOT NUMERIC, USING DEFAULT OF ZERO"
      END-IF
   END-IF
   ACCEPT DEFAULT-COMPANY-PARM FROM ENVIRONMENT "DEFAULT_COMPANY"
   IF DEFAULT-COMPANY-PARM NOT = SPACES
      MOVE DEFAULT-COMPANY-PARM TO DEFAULT-COMPANY
   END-IF
   ACCEPT CATEGORY-MASTER-PARM FROM ENVIRONMENT "CATEGORY_MASTER"
   IF CATEGORY-MASTER-PARM NOT = SPACES
      MOVE CATEGORY-MASTER-PARM TO CATEGORY-MASTER-FILE-NAME
   END-IF
   PERFORM LOAD-CATEGORY-MASTER
   ACCEPT ENTITY-MASTER-PARM FROM ENVIRONMENT "ENTITY_MASTER"
   IF ENTITY-MASTER-PARM NOT = SPACES
      MOVE ENTITY-MASTER-PARM TO ENTITY-MASTER-FILE-NAME
   END-IF
   PERFORM LOAD-ENTITY-MASTER
   ACCEPT BASE-CURRENCY-PARM FROM ENVIRONMENT "BASE_CURRENCY"
   IF BASE-CURRENCY-PARM NOT = SPACES
      MOVE BASE-CURRENCY-PARM TO BASE-CURRENCY
      END-IF
   END-IF
   PERFORM OPEN-TRANID-STORE
   ACCEPT HISTORY-STORE-PARM FROM ENVIRONMENT "HISTORY_STORE"
   IF HISTORY-STORE-PARM NOT = SPACES
      MOVE HISTORY-STORE-PARM TO HISTORY-STORE-FILE-NAME
   END-IF
   PERFORM OPEN-HISTORY-STORE
   OPEN INPUT INPUT-FILE
   OPEN OUTPUT OUTPUT-FILE
   IF CHECKPOINT-LOADED = 'Y'
      END-READ
   END-PERFORM
   PERFORM WRITE-CATEGORY-SUBTOTALS
   PERFORM WRITE-GL-ENTITY-DETAIL
   PERFORM WRITE-CURRENCY-SUBTOTALS
   PERFORM WRITE-FX-POSITIONS
   PERFORM CHECK-CONTROL-TOTALS
   INITIALIZE OUTPUT-RECORD
   MOVE 'G' TO OUT-REC-TYPE
   PERFORM WRITE-RUN-STATUS
   PERFORM WRITE-RUN-JOURNAL-ENTRY
   CLOSE INPUT-FILE, OUTPUT-FILE, REJECT-FILE, REPORT-FILE, HOLD-FILE,
         DUP-FILE, GL-FEED-FILE, TRANID-STORE-FILE, HISTORY-STORE-FILE
   MOVE FINAL-RETURN-CODE TO RETURN-CODE
   STOP RUN.

   MOVE SPACES TO RATE-FILE-NAME
   MOVE SPACES TO SUMMARY-FILE-NAME
   MOVE SPACES TO RUNSTAT-FILE-NAME
   MOVE SPACES TO FX-POSITION-FILE-NAME
   STRING "INPUT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
   STRING "RUNSTAT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO RUNSTAT-FILE-NAME
   STRING "FXPOS.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO FX-POSITION-FILE-NAME.

BUILD-TEMP-FILE-NAMES.
   MOVE SPACES TO REPORT-TEMP-FILE-NAME
                  MOVE CKPT-CATEGORY-CREDIT-TOT TO CUR-CREDIT-TOTAL(CUR-IDX)
            END-READ
         END-PERFORM
         PERFORM UNTIL CHECKPOINT-EOF = 'Y'
            READ CHECKPOINT-FILE
               AT END MOVE 'Y' TO CHECKPOINT-EOF
               NOT AT END
                  IF CKPP-REC-TYPE = 'P' AND POSITION-COUNT < 1000
                     ADD 1 TO POSITION-COUNT
                     SET POS-IDX TO POSITION-COUNT
                     MOVE CKPP-CATEGORY TO POS-CATEGORY(POS-IDX)
                     MOVE CKPP-CURRENCY TO POS-CURRENCY(POS-IDX)
                     MOVE CKPP-ORIG-NET TO POS-ORIG-NET(POS-IDX)
                     MOVE CKPP-BASE-NET TO POS-BASE-NET(POS-IDX)
                  END-IF
                  IF CKPT-REC-TYPE = 'I' AND IC-COUNT < 100
                     ADD 1 TO IC-COUNT
                     SET ICT-IDX TO IC-COUNT
                     MOVE CKPT-CATEGORY TO ICT-CODE(ICT-IDX)
                     MOVE CKPT-CATEGORY-DEBIT-TOT
                        TO ICT-DEBIT-TOTAL(ICT-IDX)
                     MOVE CKPT-CATEGORY-CREDIT-TOT
                        TO ICT-CREDIT-TOTAL(ICT-IDX)
                     MOVE CKPT-CATEGORY-NET-TOT
                        TO ICT-NET-TOTAL(ICT-IDX)
                  END-IF
            END-READ
         END-PERFORM
         IF SKIP-COUNT > 0
            MOVE 'Y' TO SKIPPING
         END-IF
   IF REJECT-REASON NOT = SPACES
      EXIT PARAGRAPH
   END-IF
   PERFORM CHECK-COMPANY-USABLE
   IF REJECT-REASON NOT = SPACES
      EXIT PARAGRAPH
   END-IF
   IF INPUT-CURRENCY = SPACES
      EXIT PARAGRAPH
   END-IF
      MOVE CUR-CREDIT-TOTAL(CUR-IDX) TO CKPT-CATEGORY-CREDIT-TOT
      WRITE CHECKPOINT-RECORD
   END-PERFORM
   PERFORM VARYING POS-IDX FROM 1 BY 1 UNTIL POS-IDX > POSITION-COUNT
      INITIALIZE CHECKPOINT-POSITION-RECORD
      MOVE 'P' TO CKPP-REC-TYPE
      MOVE POS-CATEGORY(POS-IDX) TO CKPP-CATEGORY
      MOVE POS-CURRENCY(POS-IDX) TO CKPP-CURRENCY
      MOVE POS-ORIG-NET(POS-IDX) TO CKPP-ORIG-NET
      MOVE POS-BASE-NET(POS-IDX) TO CKPP-BASE-NET
      WRITE CHECKPOINT-RECORD
   END-PERFORM
   PERFORM VARYING ICT-IDX FROM 1 BY 1 UNTIL ICT-IDX > IC-COUNT
      INITIALIZE CHECKPOINT-RECORD
      MOVE 'I' TO CKPT-REC-TYPE
      MOVE ICT-CODE(ICT-IDX)         TO CKPT-CATEGORY
      MOVE ICT-DEBIT-TOTAL(ICT-IDX)  TO CKPT-CATEGORY-DEBIT-TOT
      MOVE ICT-CREDIT-TOTAL(ICT-IDX) TO CKPT-CATEGORY-CREDIT-TOT
      MOVE ICT-NET-TOTAL(ICT-IDX)    TO CKPT-CATEGORY-NET-TOT
      WRITE CHECKPOINT-RECORD
   END-PERFORM
   CLOSE CHECKPOINT-FILE.

TRUNCATE-AUX-FILES.
            MOVE CM-ACTIVE     TO MST-ACTIVE(MST-IDX)
            MOVE CM-EFF-FROM   TO MST-EFF-FROM(MST-IDX)
            MOVE CM-EFF-TO     TO MST-EFF-TO(MST-IDX)
            IF CM-COMPANY = SPACES
               MOVE DEFAULT-COMPANY TO MST-COMPANY(MST-IDX)
            ELSE
               MOVE CM-COMPANY TO MST-COMPANY(MST-IDX)
            END-IF
      END-READ
   END-PERFORM
   CLOSE CATEGORY-MASTER-FILE
      END-IF
   END-PERFORM.

LOAD-ENTITY-MASTER.
   OPEN INPUT ENTITY-MASTER-FILE
   PERFORM UNTIL ENTITY-MASTER-EOF = 'Y'
      READ ENTITY-MASTER-FILE
         AT END MOVE 'Y' TO ENTITY-MASTER-EOF
         NOT AT END
            EVALUATE EM-REC-TYPE
               WHEN 'E'
                  PERFORM LOAD-ENTITY-ENTRY
               WHEN 'I'
                  PERFORM LOAD-IC-ROUTE-ENTRY
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE ENTITY-MASTER-FILE
   IF ENTITY-COUNT = 0
      MOVE 1 TO ENTITY-COUNT
      MOVE DEFAULT-COMPANY TO ENT-CODE(1)
   END-IF
   PERFORM VARYING ICR-IDX FROM 1 BY 1 UNTIL ICR-IDX > IC-ROUTE-COUNT
      PERFORM CHECK-IC-ROUTE
   END-PERFORM.

LOAD-ENTITY-ENTRY.
   IF EM-CODE = SPACES
      DISPLAY "FATAL: ENTITY MASTER ["
         FUNCTION TRIM(ENTITY-MASTER-FILE-NAME)
         "] HAS AN ENTITY RECORD WITH NO COMPANY CODE"
      CLOSE ENTITY-MASTER-FILE
      STOP RUN 20
   END-IF
   MOVE EM-CODE TO ENTITY-LOOKUP
   PERFORM FIND-ENTITY
   IF ENTITY-FOUND = 'Y'
      DISPLAY "FATAL: DUPLICATE ENTITY MASTER ENTRY [" EM-CODE "]"
      CLOSE ENTITY-MASTER-FILE
      STOP RUN 20
   END-IF
   IF ENTITY-COUNT >= 20
      DISPLAY "FATAL: ENTITY MASTER EXCEEDS 20 ENTITIES"
      CLOSE ENTITY-MASTER-FILE
      STOP RUN 20
   END-IF
   ADD 1 TO ENTITY-COUNT
   SET ENT-IDX TO ENTITY-COUNT
   MOVE EM-CODE TO ENT-CODE(ENT-IDX)
   MOVE EM-NAME TO ENT-NAME(ENT-IDX).

LOAD-IC-ROUTE-ENTRY.
   MOVE ER-ENTITY       TO ROUTE-ENTITY
   MOVE ER-COUNTERPARTY TO ROUTE-COUNTERPARTY
   PERFORM FIND-IC-ROUTE
   IF ROUTE-FOUND = 'Y'
      DISPLAY "FATAL: DUPLICATE INTERCOMPANY ROUTE [" ER-ENTITY
         "/" ER-COUNTERPARTY "] ON ENTITY MASTER"
      CLOSE ENTITY-MASTER-FILE
      STOP RUN 20
   END-IF
   IF IC-ROUTE-COUNT >= 50
      DISPLAY "FATAL: ENTITY MASTER EXCEEDS 50 INTERCOMPANY ROUTES"
      CLOSE ENTITY-MASTER-FILE
      STOP RUN 20
   END-IF
   ADD 1 TO IC-ROUTE-COUNT
   SET ICR-IDX TO IC-ROUTE-COUNT
   MOVE ER-ENTITY            TO ICR-ENTITY(ICR-IDX)
   MOVE ER-COUNTERPARTY      TO ICR-COUNTERPARTY(ICR-IDX)
   MOVE ER-DUE-FROM-CATEGORY TO ICR-DUE-FROM(ICR-IDX)
   MOVE ER-DUE-TO-CATEGORY   TO ICR-DUE-TO(ICR-IDX).

CHECK-IC-ROUTE.
   MOVE ICR-ENTITY(ICR-IDX) TO ENTITY-LOOKUP
   PERFORM FIND-ENTITY
   IF ENTITY-FOUND = 'N'
      DISPLAY "FATAL: INTERCOMPANY ROUTE [" ICR-ENTITY(ICR-IDX)
         "/" ICR-COUNTERPARTY(ICR-IDX) "] NAMES UNKNOWN ENTITY ["
         ICR-ENTITY(ICR-IDX) "]"
      STOP RUN 20
   END-IF
   MOVE ICR-COUNTERPARTY(ICR-IDX) TO ENTITY-LOOKUP
   PERFORM FIND-ENTITY
   IF ENTITY-FOUND = 'N'
      OR ICR-COUNTERPARTY(ICR-IDX) = ICR-ENTITY(ICR-IDX)
      DISPLAY "FATAL: INTERCOMPANY ROUTE [" ICR-ENTITY(ICR-IDX)
         "/" ICR-COUNTERPARTY(ICR-IDX) "] HAS AN INVALID "
         "COUNTERPARTY"
      STOP RUN 20
   END-IF
   MOVE ICR-DUE-FROM(ICR-IDX) TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'Y'
      IF MST-COMPANY(MST-IDX) NOT = ICR-ENTITY(ICR-IDX)
         MOVE 'N' TO MASTER-FOUND
      END-IF
   END-IF
   IF MASTER-FOUND = 'N'
      DISPLAY "FATAL: INTERCOMPANY ROUTE [" ICR-ENTITY(ICR-IDX)
         "/" ICR-COUNTERPARTY(ICR-IDX) "] DUE-FROM CATEGORY ["
         ICR-DUE-FROM(ICR-IDX) "] IS NOT A CATEGORY OF ENTITY ["
         ICR-ENTITY(ICR-IDX) "]"
      STOP RUN 20
   END-IF
   MOVE ICR-DUE-TO(ICR-IDX) TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'Y'
      IF MST-COMPANY(MST-IDX) NOT = ICR-ENTITY(ICR-IDX)
         MOVE 'N' TO MASTER-FOUND
      END-IF
   END-IF
   IF MASTER-FOUND = 'N'
      DISPLAY "FATAL: INTERCOMPANY ROUTE [" ICR-ENTITY(ICR-IDX)
         "/" ICR-COUNTERPARTY(ICR-IDX) "] DUE-TO CATEGORY ["
         ICR-DUE-TO(ICR-IDX) "] IS NOT A CATEGORY OF ENTITY ["
         ICR-ENTITY(ICR-IDX) "]"
      STOP RUN 20
   END-IF.

FIND-ENTITY.
   MOVE 'N' TO ENTITY-FOUND
   PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > ENTITY-COUNT
      IF ENT-CODE(ENT-IDX) = ENTITY-LOOKUP
         MOVE 'Y' TO ENTITY-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

FIND-IC-ROUTE.
   MOVE 'N' TO ROUTE-FOUND
   PERFORM VARYING ICR-IDX FROM 1 BY 1 UNTIL ICR-IDX > IC-ROUTE-COUNT
      IF ICR-ENTITY(ICR-IDX) = ROUTE-ENTITY
         AND ICR-COUNTERPARTY(ICR-IDX) = ROUTE-COUNTERPARTY
         MOVE 'Y' TO ROUTE-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

LOAD-RATE-TABLE.
   OPEN INPUT RATE-FILE
   PERFORM UNTIL RATE-EOF = 'Y'
      END-IF
   END-IF.

CHECK-COMPANY-USABLE.
   MOVE SPACES TO REJECT-REASON
   MOVE 'N' TO CROSS-ENTITY
   IF INPUT-COMPANY = SPACES
      MOVE DEFAULT-COMPANY TO BOOKING-COMPANY
   ELSE
      MOVE INPUT-COMPANY TO BOOKING-COMPANY
   END-IF
   MOVE BOOKING-COMPANY TO ENTITY-LOOKUP
   PERFORM FIND-ENTITY
   IF ENTITY-FOUND = 'N'
      MOVE 'UNKNOWN COMPANY CODE' TO REJECT-REASON
      EXIT PARAGRAPH
   END-IF
   MOVE INPUT-CATEGORY TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   MOVE MST-COMPANY(MST-IDX) TO CATEGORY-COMPANY
   MOVE CATEGORY-COMPANY TO ENTITY-LOOKUP
   PERFORM FIND-ENTITY
   IF ENTITY-FOUND = 'N'
      MOVE 'CATEGORY ENTITY NOT ON MASTER' TO REJECT-REASON
      EXIT PARAGRAPH
   END-IF
   IF BOOKING-COMPANY = CATEGORY-COMPANY
      EXIT PARAGRAPH
   END-IF
   MOVE BOOKING-COMPANY  TO ROUTE-ENTITY
   MOVE CATEGORY-COMPANY TO ROUTE-COUNTERPARTY
   PERFORM FIND-IC-ROUTE
   IF ROUTE-FOUND = 'N'
      MOVE 'NO INTERCOMPANY ROUTE' TO REJECT-REASON
      EXIT PARAGRAPH
   END-IF
   MOVE ICR-DUE-FROM(ICR-IDX) TO BOOKING-DUE-FROM
   MOVE ICR-DUE-TO(ICR-IDX)   TO BOOKING-DUE-TO
   MOVE CATEGORY-COMPANY TO ROUTE-ENTITY
   MOVE BOOKING-COMPANY  TO ROUTE-COUNTERPARTY
   PERFORM FIND-IC-ROUTE
   IF ROUTE-FOUND = 'N'
      MOVE 'NO INTERCOMPANY ROUTE' TO REJECT-REASON
      EXIT PARAGRAPH
   END-IF
   MOVE ICR-DUE-FROM(ICR-IDX) TO CATEGORY-DUE-FROM
   MOVE ICR-DUE-TO(ICR-IDX)   TO CATEGORY-DUE-TO
   MOVE 'Y' TO CROSS-ENTITY.

CHECK-TRAN-ID.
   MOVE SPACES TO REJECT-REASON
   MOVE 'N' TO TRANID-FOUND
      ADD 1 TO PURGED-COUNT
   END-IF.

OPEN-HISTORY-STORE.
   OPEN I-O HISTORY-STORE-FILE
   IF HISTORY-STORE-STATUS NOT = "00"
      AND HISTORY-STORE-STATUS NOT = "05"
      DISPLAY "FATAL: CANNOT OPEN HISTORY STORE ["
         FUNCTION TRIM(HISTORY-STORE-FILE-NAME)
         "] - FILE STATUS " HISTORY-STORE-STATUS
      STOP RUN 20
   END-IF
   IF RUN-MODE = "RERUN"
      PERFORM PURGE-RERUN-HISTORY
   END-IF.

PURGE-RERUN-HISTORY.
   MOVE LOW-VALUES TO HST-KEY
   START HISTORY-STORE-FILE KEY >= HST-KEY
      INVALID KEY MOVE 'Y' TO HISTORY-STORE-EOF
   END-START
   PERFORM UNTIL HISTORY-STORE-EOF = 'Y'
      READ HISTORY-STORE-FILE NEXT RECORD
         AT END MOVE 'Y' TO HISTORY-STORE-EOF
         NOT AT END
            IF HST-RUN-DATE = RUN-DATE-PARM
               AND HST-SOURCE = GL-FEED-JOB-NAME
               AND HST-BATCH = BATCH-SEQ
               DELETE HISTORY-STORE-FILE RECORD
               ADD 1 TO HISTORY-PURGED-COUNT
            END-IF
      END-READ
   END-PERFORM
   IF HISTORY-PURGED-COUNT > 0
      DISPLAY "HISTORY STORE: " HISTORY-PURGED-COUNT
         " ENTRIES FROM THE PRIOR RUN OF " RUN-DATE-PARM
         " REMOVED FOR RERUN"
   END-IF.

WRITE-HISTORY-ENTRY.
   INITIALIZE HISTORY-STORE-RECORD
   MOVE INPUT-CATEGORY TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'Y'
      MOVE MST-GL-ACCOUNT(MST-IDX) TO HST-ACCOUNT
   END-IF
   MOVE RUN-DATE-PARM    TO HST-RUN-DATE
   MOVE GL-FEED-JOB-NAME TO HST-SOURCE
   MOVE INPUT-TRAN-ID    TO HST-TRAN-ID
   MOVE BATCH-SEQ        TO HST-BATCH
   MOVE INPUT-CATEGORY   TO HST-CATEGORY
   MOVE INPUT-CURRENCY   TO HST-CURRENCY
   IF INPUT-SIGN = 'C'
      COMPUTE HST-ORIG-AMOUNT = 0 - INPUT-REAL-DP
   ELSE
      MOVE INPUT-REAL-DP TO HST-ORIG-AMOUNT
   END-IF
   MOVE SIGNED-AMOUNT    TO HST-BASE-AMOUNT
   WRITE HISTORY-STORE-RECORD
      INVALID KEY
         REWRITE HISTORY-STORE-RECORD
            INVALID KEY
               DISPLAY "FATAL: CANNOT WRITE HISTORY ENTRY FOR ["
                  INPUT-TRAN-ID "] - FILE STATUS "
                  HISTORY-STORE-STATUS
               STOP RUN 20
         END-REWRITE
   END-WRITE.

DUP-RECORD-WRITE.
   INITIALIZE DUP-RECORD
   ADD 1 TO DUP-COUNT
            MOVE ZERO TO SIGNED-AMOUNT
            PERFORM REJECT-RECORD-WRITE
         ELSE
         PERFORM CHECK-COMPANY-USABLE
         IF REJECT-REASON NOT = SPACES
            MOVE 'REJ' TO REC-STATUS
            MOVE ZERO TO SIGNED-AMOUNT
            PERFORM REJECT-RECORD-WRITE
         ELSE
         PERFORM CHECK-CURRENCY-USABLE
         IF REJECT-REASON NOT = SPACES
            MOVE 'REJ' TO REC-STATUS
               MOVE 'CURRENCY TABLE FULL' TO REJECT-REASON
               MOVE ZERO TO SIGNED-AMOUNT
               PERFORM REJECT-RECORD-WRITE
            ELSE
            PERFORM FIND-POSITION-INDEX
            IF POSITION-TABLE-FULL = 'Y'
               MOVE 'REJ' TO REC-STATUS
               MOVE 'FX POSITION TABLE FULL' TO REJECT-REASON
               MOVE ZERO TO SIGNED-AMOUNT
               PERFORM REJECT-RECORD-WRITE
            ELSE
               MOVE 'OK ' TO REC-STATUS
               PERFORM ADD-NUMBERS
               IF CROSS-ENTITY = 'Y'
                  PERFORM POST-INTERCOMPANY
               END-IF
               PERFORM REGISTER-TRANID
               PERFORM WRITE-HISTORY-ENTRY
            END-IF
            END-IF
            END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
      END-IF
   END-IF
   PERFORM WRITE-REPORT-LINE
      SUBTRACT BASE-AMOUNT FROM TOTAL
      SUBTRACT BASE-AMOUNT FROM CAT-NET-TOTAL(CAT-IDX)
      SUBTRACT INPUT-REAL-DP FROM ORIG-TOTAL
      IF INPUT-CURRENCY NOT = BASE-CURRENCY
         SUBTRACT INPUT-REAL-DP FROM POS-ORIG-NET(POS-IDX)
         SUBTRACT BASE-AMOUNT FROM POS-BASE-NET(POS-IDX)
      END-IF
      COMPUTE SIGNED-AMOUNT = 0 - BASE-AMOUNT
   ELSE
      ADD BASE-AMOUNT TO DEBIT-TOTAL
      ADD BASE-AMOUNT TO TOTAL
      ADD BASE-AMOUNT TO CAT-NET-TOTAL(CAT-IDX)
      ADD INPUT-REAL-DP TO ORIG-TOTAL
      IF INPUT-CURRENCY NOT = BASE-CURRENCY
         ADD INPUT-REAL-DP TO POS-ORIG-NET(POS-IDX)
         ADD BASE-AMOUNT TO POS-BASE-NET(POS-IDX)
      END-IF
      MOVE BASE-AMOUNT TO SIGNED-AMOUNT
   END-IF.

POST-INTERCOMPANY.
   IF SIGNED-AMOUNT < 0
      MOVE BOOKING-DUE-TO TO IC-LOOKUP-CODE
      MOVE 'T' TO IC-SIDE
   ELSE
      MOVE BOOKING-DUE-FROM TO IC-LOOKUP-CODE
      MOVE 'F' TO IC-SIDE
   END-IF
   MOVE SIGNED-AMOUNT TO IC-AMOUNT
   PERFORM ADD-INTERCOMPANY-AMOUNT
   PERFORM WRITE-IC-HISTORY-ENTRY
   IF SIGNED-AMOUNT < 0
      MOVE CATEGORY-DUE-FROM TO IC-LOOKUP-CODE
      MOVE 'F' TO IC-SIDE
   ELSE
      MOVE CATEGORY-DUE-TO TO IC-LOOKUP-CODE
      MOVE 'T' TO IC-SIDE
   END-IF
   COMPUTE IC-AMOUNT = 0 - SIGNED-AMOUNT
   PERFORM ADD-INTERCOMPANY-AMOUNT
   PERFORM WRITE-IC-HISTORY-ENTRY.

WRITE-IC-HISTORY-ENTRY.
   MOVE INPUT-TRAN-ID TO IC-REFERENCE
   MOVE 1 TO IC-REFERENCE-PTR
   INSPECT INPUT-TRAN-ID TALLYING IC-REFERENCE-PTR
      FOR CHARACTERS BEFORE INITIAL SPACE
   IF IC-REFERENCE-PTR <= 11
      STRING "/" DELIMITED BY SIZE
             IC-SIDE DELIMITED BY SIZE
             INTO IC-REFERENCE
             WITH POINTER IC-REFERENCE-PTR
   END-IF
   INITIALIZE HISTORY-STORE-RECORD
   MOVE IC-LOOKUP-CODE TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'Y'
      MOVE MST-GL-ACCOUNT(MST-IDX) TO HST-ACCOUNT
   END-IF
   MOVE RUN-DATE-PARM    TO HST-RUN-DATE
   MOVE GL-FEED-JOB-NAME TO HST-SOURCE
   MOVE IC-REFERENCE     TO HST-TRAN-ID
   MOVE BATCH-SEQ        TO HST-BATCH
   MOVE IC-LOOKUP-CODE   TO HST-CATEGORY
   MOVE BASE-CURRENCY    TO HST-CURRENCY
   MOVE IC-AMOUNT        TO HST-ORIG-AMOUNT
   MOVE IC-AMOUNT        TO HST-BASE-AMOUNT
   WRITE HISTORY-STORE-RECORD
      INVALID KEY
         REWRITE HISTORY-STORE-RECORD
            INVALID KEY
               DISPLAY "FATAL: CANNOT WRITE HISTORY ENTRY FOR ["
                  IC-REFERENCE "] - FILE STATUS "
                  HISTORY-STORE-STATUS
               STOP RUN 20
         END-REWRITE
   END-WRITE.

ADD-INTERCOMPANY-AMOUNT.
   PERFORM VARYING ICT-IDX FROM 1 BY 1 UNTIL ICT-IDX > IC-COUNT
      IF ICT-CODE(ICT-IDX) = IC-LOOKUP-CODE
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF ICT-IDX > IC-COUNT
      ADD 1 TO IC-COUNT
      SET ICT-IDX TO IC-COUNT
      MOVE IC-LOOKUP-CODE TO ICT-CODE(ICT-IDX)
      MOVE 0 TO ICT-DEBIT-TOTAL(ICT-IDX)
      MOVE 0 TO ICT-CREDIT-TOTAL(ICT-IDX)
      MOVE 0 TO ICT-NET-TOTAL(ICT-IDX)
   END-IF
   IF IC-AMOUNT < 0
      SUBTRACT IC-AMOUNT FROM ICT-CREDIT-TOTAL(ICT-IDX)
   ELSE
      ADD IC-AMOUNT TO ICT-DEBIT-TOTAL(ICT-IDX)
   END-IF
   ADD IC-AMOUNT TO ICT-NET-TOTAL(ICT-IDX).

FIND-CURRENCY-INDEX.
   MOVE 'N' TO CURRENCY-TABLE-FULL
   PERFORM VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > CURRENCY-COUNT
      END-IF
   END-IF.

FIND-POSITION-INDEX.
   MOVE 'N' TO POSITION-TABLE-FULL
   IF INPUT-CURRENCY = BASE-CURRENCY
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING POS-IDX FROM 1 BY 1 UNTIL POS-IDX > POSITION-COUNT
      IF POS-CATEGORY(POS-IDX) = INPUT-CATEGORY
         AND POS-CURRENCY(POS-IDX) = INPUT-CURRENCY
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF POS-IDX > POSITION-COUNT
      IF POSITION-COUNT >= 1000
         MOVE 'Y' TO POSITION-TABLE-FULL
      ELSE
         ADD 1 TO POSITION-COUNT
         SET POS-IDX TO POSITION-COUNT
         MOVE INPUT-CATEGORY TO POS-CATEGORY(POS-IDX)
         MOVE INPUT-CURRENCY TO POS-CURRENCY(POS-IDX)
         MOVE 0 TO POS-ORIG-NET(POS-IDX)
         MOVE 0 TO POS-BASE-NET(POS-IDX)
      END-IF
   END-IF.

WRITE-CATEGORY-SUBTOTALS.
   PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CATEGORY-COUNT
      INITIALIZE OUTPUT-RECORD
      MOVE CAT-NET-TOTAL(CAT-IDX) TO OUTPUT-NUMBER
      MOVE SPACE TO OUTPUT-OUT-OF-BALANCE
      WRITE OUTPUT-RECORD
   END-PERFORM.

WRITE-CURRENCY-SUBTOTALS.
      WRITE OUTPUT-RECORD
   END-PERFORM.

WRITE-FX-POSITIONS.
   OPEN OUTPUT FX-POSITION-FILE
   PERFORM VARYING POS-IDX FROM 1 BY 1 UNTIL POS-IDX > POSITION-COUNT
      INITIALIZE FX-POSITION-RECORD
      MOVE RUN-DATE-PARM         TO FXP-RUN-DATE
      MOVE POS-CATEGORY(POS-IDX) TO FXP-CATEGORY
      MOVE POS-CURRENCY(POS-IDX) TO FXP-CURRENCY
      MOVE POS-ORIG-NET(POS-IDX) TO FXP-ORIG-NET
      MOVE POS-BASE-NET(POS-IDX) TO FXP-BASE-NET
      WRITE FX-POSITION-RECORD
   END-PERFORM
   CLOSE FX-POSITION-FILE.

REJECT-RECORD-WRITE.
   INITIALIZE REJECT-RECORD
   ADD 1 TO REJECT-COUNT
   IF MASTER-FOUND = 'Y'
      MOVE MST-GL-ACCOUNT(MST-IDX) TO GL-ACCOUNT
      MOVE MST-DESC(MST-IDX)       TO GL-DESC
      MOVE MST-COMPANY(MST-IDX)    TO GL-COMPANY
   END-IF
   MOVE CAT-DEBIT-TOTAL(CAT-IDX)  TO GL-DEBIT-TOTAL
   MOVE CAT-CREDIT-TOTAL(CAT-IDX) TO GL-CREDIT-TOTAL
   MOVE CAT-NET-TOTAL(CAT-IDX)    TO GL-NET-TOTAL
   WRITE GL-FEED-RECORD.

WRITE-GL-ENTITY-DETAIL.
   PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > ENTITY-COUNT
      PERFORM VARYING CAT-IDX FROM 1 BY 1
         UNTIL CAT-IDX > CATEGORY-COUNT
         MOVE CAT-CODE(CAT-IDX) TO MASTER-LOOKUP-CODE
         PERFORM FIND-MASTER-CATEGORY
         IF MASTER-FOUND = 'Y'
            AND MST-COMPANY(MST-IDX) = ENT-CODE(ENT-IDX)
            PERFORM WRITE-GL-DETAIL-LINE
         END-IF
      END-PERFORM
      PERFORM VARYING ICT-IDX FROM 1 BY 1 UNTIL ICT-IDX > IC-COUNT
         MOVE ICT-CODE(ICT-IDX) TO MASTER-LOOKUP-CODE
         PERFORM FIND-MASTER-CATEGORY
         IF MASTER-FOUND = 'Y'
            AND MST-COMPANY(MST-IDX) = ENT-CODE(ENT-IDX)
            PERFORM WRITE-GL-IC-LINE
         END-IF
      END-PERFORM
   END-PERFORM.

WRITE-GL-IC-LINE.
   INITIALIZE GL-FEED-RECORD
   MOVE 'D' TO GL-REC-TYPE
   MOVE RUN-DATE-PARM TO GL-RUN-DATE
   MOVE ICT-CODE(ICT-IDX)         TO GL-CATEGORY
   MOVE MST-GL-ACCOUNT(MST-IDX)   TO GL-ACCOUNT
   MOVE MST-DESC(MST-IDX)         TO GL-DESC
   MOVE MST-COMPANY(MST-IDX)      TO GL-COMPANY
   MOVE ICT-DEBIT-TOTAL(ICT-IDX)  TO GL-DEBIT-TOTAL
   MOVE ICT-CREDIT-TOTAL(ICT-IDX) TO GL-CREDIT-TOTAL
   MOVE ICT-NET-TOTAL(ICT-IDX)    TO GL-NET-TOTAL
   WRITE GL-FEED-RECORD.

WRITE-GL-TRAILER.
   MOVE 0 TO IC-DEBIT-SUM
   MOVE 0 TO IC-CREDIT-SUM
   PERFORM VARYING ICT-IDX FROM 1 BY 1 UNTIL ICT-IDX > IC-COUNT
      ADD ICT-DEBIT-TOTAL(ICT-IDX)  TO IC-DEBIT-SUM
      ADD ICT-CREDIT-TOTAL(ICT-IDX) TO IC-CREDIT-SUM
   END-PERFORM
   INITIALIZE GL-FEED-RECORD
   MOVE 'T' TO GL-REC-TYPE
   COMPUTE GL-DEBIT-TOTAL  = DEBIT-TOTAL + IC-DEBIT-SUM
   COMPUTE GL-CREDIT-TOTAL = CREDIT-TOTAL + IC-CREDIT-SUM
   MOVE TOTAL            TO GL-NET-TOTAL
   MOVE DETAIL-COUNT     TO GL-RECORD-COUNT
   MOVE OUT-OF-BALANCE   TO GL-OUT-OF-BALANCE
   END-PERFORM
   MOVE SPACES TO SUM-PRINT-LINE
   PERFORM PRINT-SUMMARY-LINE
   IF IC-COUNT > 0
      MOVE SPACES TO SUM-TEXT-LINE
      MOVE "INTERCOMPANY DUE-TO/DUE-FROM ENTRIES (BASE CURRENCY)"
         TO STL-TEXT
      MOVE SUM-TEXT-LINE TO SUM-PRINT-LINE
      PERFORM PRINT-SUMMARY-LINE
      MOVE SUM-COL-HEAD-1 TO SUM-PRINT-LINE
      PERFORM PRINT-SUMMARY-LINE
      PERFORM VARYING ICT-IDX FROM 1 BY 1 UNTIL ICT-IDX > IC-COUNT
         PERFORM PRINT-IC-SUMMARY-LINE
      END-PERFORM
      MOVE SPACES TO SUM-PRINT-LINE
      PERFORM PRINT-SUMMARY-LINE
   END-IF
   MOVE SPACES TO SUM-TEXT-LINE
   MOVE "CURRENCY TOTALS (ORIGINAL CURRENCY)" TO STL-TEXT
   MOVE SUM-TEXT-LINE TO SUM-PRINT-LINE
   MOVE SUM-CATEGORY-LINE TO SUM-PRINT-LINE
   PERFORM PRINT-SUMMARY-LINE.

PRINT-IC-SUMMARY-LINE.
   MOVE SPACES TO SUM-CATEGORY-LINE
   MOVE ICT-CODE(ICT-IDX) TO SCL-CODE
   MOVE ICT-CODE(ICT-IDX) TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'Y'
      MOVE MST-DESC(MST-IDX) TO SCL-DESC
   END-IF
   MOVE ICT-DEBIT-TOTAL(ICT-IDX)  TO SCL-DEBIT
   MOVE ICT-CREDIT-TOTAL(ICT-IDX) TO SCL-CREDIT
   IF ICT-NET-TOTAL(ICT-IDX) < 0
      COMPUTE ABS-AMOUNT = 0 - ICT-NET-TOTAL(ICT-IDX)
      MOVE "CR" TO SCL-DRCR
   ELSE
      MOVE ICT-NET-TOTAL(ICT-IDX) TO ABS-AMOUNT
      MOVE "DR" TO SCL-DRCR
   END-IF
   MOVE ABS-AMOUNT TO SCL-NET
   MOVE SUM-CATEGORY-LINE TO SUM-PRINT-LINE
   PERFORM PRINT-SUMMARY-LINE.

PRINT-CURRENCY-SUMMARY-LINE.
   MOVE SPACES TO SUM-CATEGORY-LINE
   MOVE CUR-CODE(CUR-IDX) TO SCL-CODE
