      ASSIGN DYNAMIC CATEGORY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS CATEGORY-MASTER-STATUS.
   SELECT OPTIONAL RATE-FILE
      ASSIGN DYNAMIC RATE-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT OPTIONAL HISTORY-STORE-FILE
      ASSIGN DYNAMIC HISTORY-STORE-FILE-NAME
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS HST-KEY
      FILE STATUS IS HISTORY-STORE-STATUS.

DATA DIVISION.
FILE SECTION.
      05  REJ-SEP1       PIC X(1).
      05  REJ-TRAN-ID    PIC X(12).
      05  REJ-SEP2       PIC X(1).
      05  REJ-RAW-TEXT   PIC X(59).
      05  REJ-SEP3       PIC X(1).
      05  REJ-REASON     PIC X(30).
   FD  CORRECTIONS-FILE.
   01  CORRECTIONS-RECORD.
      05  COR-RECORD-NUM PIC 9(8).
      05  COR-SEP1       PIC X(1).
      05  COR-RAW-TEXT   PIC X(59).
   FD  DELTA-FILE.
   01  DELTA-RECORD.
      05  DELTA-SIGN     PIC X(1).
      05  DELTA-TRAN-ID  PIC X(12).
      05  DELTA-CURRENCY PIC X(3).
      05  DELTA-REAL-DP  PIC 9(34)V99.
      05  DELTA-COMPANY  PIC X(3).
   01  DELTA-RECORD-ALT REDEFINES DELTA-RECORD.
      05  DELTA-RAW-TEXT PIC X(59).
   01  DELTA-HEADER-RECORD REDEFINES DELTA-RECORD.
      05  DELTA-HEADER-TYPE     PIC X(1).
      05  DELTA-EXPECTED-COUNT  PIC 9(8).
      05  DELTA-HEADER-SEP      PIC X(50).
   01  DELTA-TRAILER-RECORD REDEFINES DELTA-RECORD.
      05  DELTA-TRAILER-TYPE    PIC X(1).
      05  DELTA-TRAILER-SIGN    PIC X(1).
      05  DELTA-EXPECTED-TOTAL  PIC 9(33)V99.
      05  DELTA-TRAILER-SEP     PIC X(22).
   FD  STILL-REJECT-FILE.
   01  STILL-REJECT-RECORD.
      05  SREJ-RECORD-NUM PIC 9(8).
      05  SREJ-SEP1       PIC X(1).
      05  SREJ-TRAN-ID    PIC X(12).
      05  SREJ-SEP2       PIC X(1).
      05  SREJ-RAW-TEXT   PIC X(59).
      05  SREJ-SEP3       PIC X(1).
      05  SREJ-REASON     PIC X(30).
   FD  RECON-FILE.
      05  CM-EFF-FROM    PIC X(8).
      05  CM-SEP5        PIC X(1).
      05  CM-EFF-TO      PIC X(8).
      05  CM-SEP6        PIC X(1).
      05  CM-ACCOUNT-TYPE PIC X(1).
      05  CM-SEP7        PIC X(1).
      05  CM-COMPANY     PIC X(3).
   FD  RATE-FILE.
   01  RATE-RECORD.
      05  RX-CURRENCY  PIC X(3).
      05  RX-SEP1      PIC X(1).
      05  RX-RATE-DATE PIC X(8).
      05  RX-SEP2      PIC X(1).
      05  RX-RATE      PIC 9(6)V9(8).
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

WORKING-STORAGE SECTION.
       01  ORIGINAL-REJECT-COUNT PIC 9(8) VALUE 0.
           05  RPRD-TRAN-ID  PIC X(12).
           05  RPRD-CURRENCY PIC X(3).
           05  RPRD-AMOUNT   PIC 9(34)V99.
           05  RPRD-COMPANY  PIC X(3).
       01  CORRECTION-TABLE.
           05  CORRECTION-ENTRY OCCURS 1000 TIMES INDEXED BY COR-IDX.
               10  CORT-RECORD-NUM PIC 9(8) VALUE 0.
               10  CORT-RAW-TEXT   PIC X(59) VALUE SPACES.
               10  CORT-USED       PIC X(1) VALUE 'N'.
       01  CORRECTION-COUNT      PIC 9(4) VALUE 0.
       01  DUP-SCAN-IDX          PIC 9(4) VALUE 0.
       01  DELTA-TABLE.
           05  DELTA-ENTRY OCCURS 1000 TIMES INDEXED BY DLT-IDX.
               10  DLT-RAW-TEXT PIC X(59) VALUE SPACES.
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  REJECT-FILE-NAME      PIC X(40) VALUE "reject.txt".
       01  CORRECTIONS-FILE-NAME PIC X(40) VALUE "corrections.txt".
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  MASTER-FOUND          PIC X(1) VALUE 'N'.
       01  MASTER-LOOKUP-CODE    PIC X(4) VALUE SPACES.
       01  BASE-AMOUNT           PIC 9(34)V99 VALUE 0.
       01  BASE-CURRENCY         PIC X(3) VALUE "USD".
       01  BASE-CURRENCY-PARM    PIC X(3) VALUE SPACES.
       01  RATE-FILE-NAME        PIC X(40) VALUE "rates.txt".
       01  RATE-FILE-PARM        PIC X(40) VALUE SPACES.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 50 TIMES INDEXED BY RTE-IDX.
               10  RTE-CURRENCY PIC X(3) VALUE SPACES.
               10  RTE-RATE     PIC 9(6)V9(8) VALUE 0.
       01  RATE-COUNT            PIC 9(4) VALUE 0.
       01  RATE-EOF              PIC X(1) VALUE 'N'.
       01  RATE-FOUND            PIC X(1) VALUE 'N'.
       01  RATE-LOOKUP           PIC X(3) VALUE SPACES.
       01  CONVERSION-RATE       PIC 9(6)V9(8) VALUE 0.
       01  NO-RATE-COUNT         PIC 9(8) VALUE 0.
       01  HISTORY-STORE-FILE-NAME PIC X(40) VALUE "history.dat".
       01  HISTORY-STORE-PARM    PIC X(40) VALUE SPACES.
       01  HISTORY-STORE-STATUS  PIC X(2) VALUE "00".
       01  HISTORY-JOB-NAME      PIC X(11) VALUE "REJ-RESUB".

PROCEDURE DIVISION.
   ACCEPT RUN-DATE-PARM FROM ENVIRONMENT "RUN_DATE"
   END-IF
   PERFORM LOAD-CATEGORY-MASTER
   PERFORM LOAD-CORRECTIONS
   ACCEPT BASE-CURRENCY-PARM FROM ENVIRONMENT "BASE_CURRENCY"
   IF BASE-CURRENCY-PARM NOT = SPACES
      MOVE BASE-CURRENCY-PARM TO BASE-CURRENCY
   END-IF
   ACCEPT RATE-FILE-PARM FROM ENVIRONMENT "EXCHANGE_RATES"
   IF RATE-FILE-PARM NOT = SPACES
      MOVE RATE-FILE-PARM TO RATE-FILE-NAME
   END-IF
   PERFORM LOAD-RATE-TABLE
   ACCEPT HISTORY-STORE-PARM FROM ENVIRONMENT "HISTORY_STORE"
   IF HISTORY-STORE-PARM NOT = SPACES
      MOVE HISTORY-STORE-PARM TO HISTORY-STORE-FILE-NAME
   END-IF
   OPEN I-O HISTORY-STORE-FILE
   IF HISTORY-STORE-STATUS NOT = "00"
      AND HISTORY-STORE-STATUS NOT = "05"
      DISPLAY "FATAL: CANNOT OPEN HISTORY STORE ["
         FUNCTION TRIM(HISTORY-STORE-FILE-NAME)
         "] - FILE STATUS " HISTORY-STORE-STATUS
      STOP RUN 20
   END-IF
   OPEN INPUT REJECT-FILE
   IF REJECT-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN REJECT FILE ["
      END-IF
   END-PERFORM
   PERFORM WRITE-RECON-SUMMARY
   CLOSE REJECT-FILE, STILL-REJECT-FILE, RECON-FILE, HISTORY-STORE-FILE
   DISPLAY "REJECT RESUBMISSION COMPLETE: ORIGINAL "
      ORIGINAL-REJECT-COUNT
      " REPAIRED " REPAIRED-COUNT
   IF UNMATCHED-COUNT > 0
      STOP RUN 8
   END-IF
   IF STILL-REJECT-COUNT > 0 OR NO-RATE-COUNT > 0
      STOP RUN 4
   END-IF
   STOP RUN.
   MOVE SPACES TO DELTA-FILE-NAME
   MOVE SPACES TO STILL-REJECT-FILE-NAME
   MOVE SPACES TO RECON-FILE-NAME
   MOVE SPACES TO RATE-FILE-NAME
   STRING "REJECT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO REJECT-FILE-NAME
          INTO STILL-REJECT-FILE-NAME
   STRING "RESUBRECON.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO RECON-FILE-NAME
   STRING "RATES.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO RATE-FILE-NAME.

LOAD-CATEGORY-MASTER.
   OPEN INPUT CATEGORY-MASTER-FILE
      END-IF
   END-PERFORM.

LOAD-RATE-TABLE.
   OPEN INPUT RATE-FILE
   PERFORM UNTIL RATE-EOF = 'Y'
      READ RATE-FILE
         AT END MOVE 'Y' TO RATE-EOF
         NOT AT END
            IF RX-RATE NOT NUMERIC
               DISPLAY "FATAL: EXCHANGE RATE FOR [" RX-CURRENCY
                  "] IS NOT NUMERIC"
               CLOSE RATE-FILE
               STOP RUN 20
            END-IF
            IF RX-RATE-DATE NOT = RUN-DATE-PARM
               EXIT PERFORM CYCLE
            END-IF
            IF RX-CURRENCY = BASE-CURRENCY
               EXIT PERFORM CYCLE
            END-IF
            IF RX-RATE = 0
               DISPLAY "FATAL: EXCHANGE RATE FOR [" RX-CURRENCY
                  "] IS ZERO"
               CLOSE RATE-FILE
               STOP RUN 20
            END-IF
            MOVE RX-CURRENCY TO RATE-LOOKUP
            PERFORM FIND-RATE
            IF RATE-FOUND = 'Y'
               DISPLAY "FATAL: DUPLICATE EXCHANGE RATE FOR ["
                  RX-CURRENCY "]"
               CLOSE RATE-FILE
               STOP RUN 20
            END-IF
            IF RATE-COUNT >= 50
               DISPLAY "FATAL: EXCHANGE RATE TABLE EXCEEDS 50 ENTRIES"
               CLOSE RATE-FILE
               STOP RUN 20
            END-IF
            ADD 1 TO RATE-COUNT
            SET RTE-IDX TO RATE-COUNT
            MOVE RX-CURRENCY TO RTE-CURRENCY(RTE-IDX)
            MOVE RX-RATE     TO RTE-RATE(RTE-IDX)
      END-READ
   END-PERFORM
   CLOSE RATE-FILE.

FIND-RATE.
   MOVE 'N' TO RATE-FOUND
   MOVE 0 TO CONVERSION-RATE
   IF RATE-LOOKUP = BASE-CURRENCY
      MOVE 'Y' TO RATE-FOUND
      MOVE 1 TO CONVERSION-RATE
   ELSE
      PERFORM VARYING RTE-IDX FROM 1 BY 1 UNTIL RTE-IDX > RATE-COUNT
         IF RTE-CURRENCY(RTE-IDX) = RATE-LOOKUP
            MOVE 'Y' TO RATE-FOUND
            MOVE RTE-RATE(RTE-IDX) TO CONVERSION-RATE
            EXIT PERFORM
         END-IF
      END-PERFORM
   END-IF.

LOAD-CORRECTIONS.
   OPEN INPUT CORRECTIONS-FILE
   IF CORRECTIONS-FILE-STATUS NOT = "00"
         ELSE
            ADD RPRD-AMOUNT TO DELTA-TOTAL
         END-IF
         PERFORM WRITE-HISTORY-ENTRY
         INITIALIZE RECON-RECORD
         MOVE 'D' TO RCN-REC-TYPE
         MOVE REJ-RECORD-NUM TO RCN-RECORD-NUM
      END-IF
   END-IF.

WRITE-HISTORY-ENTRY.
   INITIALIZE HISTORY-STORE-RECORD
   MOVE RPRD-CURRENCY TO RATE-LOOKUP
   PERFORM FIND-RATE
   IF RATE-FOUND = 'N'
      ADD 1 TO NO-RATE-COUNT
      DISPLAY "WARNING: NO EXCHANGE RATE FOR [" RPRD-CURRENCY
         "] - REPAIRED ITEM [" RPRD-TRAN-ID
         "] RECORDED IN HISTORY WITH ZERO BASE AMOUNT"
   END-IF
   COMPUTE BASE-AMOUNT ROUNDED = RPRD-AMOUNT * CONVERSION-RATE
   MOVE RPRD-CATEGORY TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'Y'
      MOVE MST-GL-ACCOUNT(MST-IDX) TO HST-ACCOUNT
   END-IF
   MOVE RUN-DATE-PARM    TO HST-RUN-DATE
   MOVE HISTORY-JOB-NAME TO HST-SOURCE
   MOVE RPRD-TRAN-ID     TO HST-TRAN-ID
   MOVE 0                TO HST-BATCH
   MOVE RPRD-CATEGORY    TO HST-CATEGORY
   MOVE RPRD-CURRENCY    TO HST-CURRENCY
   IF RPRD-SIGN = 'C'
      COMPUTE HST-ORIG-AMOUNT = 0 - RPRD-AMOUNT
      COMPUTE HST-BASE-AMOUNT = 0 - BASE-AMOUNT
   ELSE
      MOVE RPRD-AMOUNT TO HST-ORIG-AMOUNT
      MOVE BASE-AMOUNT TO HST-BASE-AMOUNT
   END-IF
   WRITE HISTORY-STORE-RECORD
      INVALID KEY
         REWRITE HISTORY-STORE-RECORD
            INVALID KEY
               DISPLAY "FATAL: CANNOT WRITE HISTORY ENTRY FOR ["
                  RPRD-TRAN-ID "] - FILE STATUS "
                  HISTORY-STORE-STATUS
               STOP RUN 20
         END-REWRITE
   END-WRITE.

WRITE-DELTA-INPUT-FILE.
   OPEN OUTPUT DELTA-FILE
   MOVE SPACES TO DELTA-RECORD
