IDENTIFICATION DIVISION.
PROGRAM-ID. BANK-RECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BANK-STATEMENT-FILE
      ASSIGN DYNAMIC BANK-STATEMENT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS BANK-STATEMENT-STATUS.
   SELECT INPUT-FILE
      ASSIGN DYNAMIC INPUT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS INPUT-FILE-STATUS.
   SELECT REPORT-FILE
      ASSIGN DYNAMIC REPORT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS REPORT-FILE-STATUS.
   SELECT BALANCE-MASTER-FILE
      ASSIGN DYNAMIC BALANCE-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS BALANCE-MASTER-STATUS.
   SELECT OPTIONAL OUTSTANDING-FILE
      ASSIGN DYNAMIC OUTSTANDING-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT MATCHED-FILE
      ASSIGN DYNAMIC MATCHED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT UNMATCHED-BANK-FILE
      ASSIGN DYNAMIC UNMATCHED-BANK-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT UNMATCHED-BOOK-FILE
      ASSIGN DYNAMIC UNMATCHED-BOOK-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT RECON-REPORT-FILE
      ASSIGN DYNAMIC RECON-REPORT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   FD  BANK-STATEMENT-FILE.
   01  BANK-STATEMENT-RECORD.
      05  BST-REC-TYPE   PIC X(1).
      05  BST-SEP1       PIC X(1).
      05  BST-VALUE-DATE PIC X(8).
      05  BST-SEP2       PIC X(1).
      05  BST-DRCR       PIC X(1).
      05  BST-SEP3       PIC X(1).
      05  BST-AMOUNT     PIC 9(34)V99.
      05  BST-SEP4       PIC X(1).
      05  BST-BANK-REF   PIC X(16).
   01  BANK-HEADER-RECORD REDEFINES BANK-STATEMENT-RECORD.
      05  BSH-REC-TYPE   PIC X(1).
      05  BSH-SEP1       PIC X(1).
      05  BSH-STMT-DATE  PIC X(8).
      05  BSH-SEP2       PIC X(1).
      05  BSH-OPEN-SIGN  PIC X(1).
      05  BSH-OPENING    PIC 9(34)V99.
      05  BSH-FILLER     PIC X(18).
   01  BANK-TRAILER-RECORD REDEFINES BANK-STATEMENT-RECORD.
      05  BSX-REC-TYPE   PIC X(1).
      05  BSX-SEP1       PIC X(1).
      05  BSX-COUNT      PIC 9(8).
      05  BSX-SEP2       PIC X(1).
      05  BSX-CLOSE-SIGN PIC X(1).
      05  BSX-CLOSING    PIC 9(34)V99.
      05  BSX-FILLER     PIC X(18).
   FD  INPUT-FILE.
   01  INPUT-RECORD.
      05  INPUT-SIGN     PIC X(1).
      05  INPUT-CATEGORY PIC X(4).
      05  INPUT-TRAN-ID  PIC X(12).
      05  INPUT-CURRENCY PIC X(3).
      05  INPUT-REAL-DP  PIC 9(34)V99.
      05  INPUT-COMPANY  PIC X(3).
   FD  REPORT-FILE.
   01  REPORT-RECORD.
      05  RPT-LINE-NUM      PIC 9(8).
      05  RPT-SEP0          PIC X(1).
      05  RPT-TRAN-ID       PIC X(12).
      05  RPT-SEP1          PIC X(1).
      05  RPT-STATUS        PIC X(3).
      05  RPT-SEP2          PIC X(1).
      05  RPT-AMOUNT        PIC S9(34)V99.
      05  RPT-SEP3          PIC X(1).
      05  RPT-RUNNING-TOTAL PIC S9(34)V99.
   FD  BALANCE-MASTER-FILE.
   01  BALANCE-MASTER-RECORD.
      05  BAL-REC-TYPE    PIC X(1).
      05  BAL-SEP0        PIC X(1).
      05  BAL-ACCOUNT     PIC 9(8).
      05  BAL-SEP1        PIC X(1).
      05  BAL-CATEGORY    PIC X(4).
      05  BAL-SEP2        PIC X(1).
      05  BAL-DESC        PIC X(30).
      05  BAL-SEP3        PIC X(1).
      05  BAL-OPENING     PIC S9(34)V99.
      05  BAL-SEP4        PIC X(1).
      05  BAL-DEBITS      PIC S9(34)V99.
      05  BAL-SEP5        PIC X(1).
      05  BAL-CREDITS     PIC S9(34)V99.
      05  BAL-SEP6        PIC X(1).
      05  BAL-CLOSING     PIC S9(34)V99.
      05  BAL-SEP7        PIC X(1).
      05  BAL-LAST-POSTED PIC X(8).
      05  BAL-SEP8        PIC X(1).
      05  BAL-COMPANY     PIC X(3).
   01  BALANCE-HEADER-RECORD REDEFINES BALANCE-MASTER-RECORD.
      05  BAL-HDR-TYPE      PIC X(1).
      05  BAL-HDR-SEP1      PIC X(1).
      05  BAL-HDR-FEED-DATE PIC X(8).
      05  BAL-HDR-FILLER    PIC X(197).
   FD  OUTSTANDING-FILE.
   01  OUTSTANDING-RECORD.
      05  OST-SIDE       PIC X(1).
      05  OST-SEP1       PIC X(1).
      05  OST-ITEM-DATE  PIC X(8).
      05  OST-SEP2       PIC X(1).
      05  OST-REFERENCE  PIC X(16).
      05  OST-SEP3       PIC X(1).
      05  OST-AMOUNT     PIC S9(34)V99.
      05  OST-SEP4       PIC X(1).
      05  OST-FIRST-SEEN PIC X(8).
   01  OUTSTANDING-HEADER-RECORD REDEFINES OUTSTANDING-RECORD.
      05  OSH-REC-TYPE   PIC X(1).
      05  OSH-SEP1       PIC X(1).
      05  OSH-RECON-DATE PIC X(8).
      05  OSH-FILLER     PIC X(63).
   FD  MATCHED-FILE.
   01  MATCHED-RECORD.
      05  MTC-METHOD     PIC X(3).
      05  MTC-SEP1       PIC X(1).
      05  MTC-BOOK-DATE  PIC X(8).
      05  MTC-SEP2       PIC X(1).
      05  MTC-TRAN-ID    PIC X(16).
      05  MTC-SEP3       PIC X(1).
      05  MTC-BANK-DATE  PIC X(8).
      05  MTC-SEP4       PIC X(1).
      05  MTC-BANK-REF   PIC X(16).
      05  MTC-SEP5       PIC X(1).
      05  MTC-AMOUNT     PIC S9(34)V99.
   FD  UNMATCHED-BANK-FILE.
   01  UNMATCHED-BANK-RECORD.
      05  UBK-ITEM-DATE  PIC X(8).
      05  UBK-SEP1       PIC X(1).
      05  UBK-REFERENCE  PIC X(16).
      05  UBK-SEP2       PIC X(1).
      05  UBK-AMOUNT     PIC S9(34)V99.
      05  UBK-SEP3       PIC X(1).
      05  UBK-FIRST-SEEN PIC X(8).
      05  UBK-SEP4       PIC X(1).
      05  UBK-DAYS-OUT   PIC 9(4).
   FD  UNMATCHED-BOOK-FILE.
   01  UNMATCHED-BOOK-RECORD.
      05  UBO-ITEM-DATE  PIC X(8).
      05  UBO-SEP1       PIC X(1).
      05  UBO-REFERENCE  PIC X(16).
      05  UBO-SEP2       PIC X(1).
      05  UBO-AMOUNT     PIC S9(34)V99.
      05  UBO-SEP3       PIC X(1).
      05  UBO-FIRST-SEEN PIC X(8).
      05  UBO-SEP4       PIC X(1).
      05  UBO-DAYS-OUT   PIC 9(4).
   FD  RECON-REPORT-FILE.
   01  RECON-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  RUN-DATE-NUM          PIC 9(8) VALUE 0.
       01  RUN-DATE-INTEGER      PIC 9(8) VALUE 0.
       01  BANK-STATEMENT-FILE-NAME PIC X(40) VALUE SPACES.
       01  BANK-STATEMENT-PARM   PIC X(40) VALUE SPACES.
       01  BANK-STATEMENT-STATUS PIC X(2) VALUE "00".
       01  INPUT-FILE-NAME       PIC X(40) VALUE SPACES.
       01  INPUT-FILE-STATUS     PIC X(2) VALUE "00".
       01  REPORT-FILE-NAME      PIC X(40) VALUE SPACES.
       01  REPORT-FILE-STATUS    PIC X(2) VALUE "00".
       01  BALANCE-MASTER-FILE-NAME PIC X(40) VALUE "balmast.txt".
       01  BALANCE-MASTER-PARM   PIC X(40) VALUE SPACES.
       01  BALANCE-MASTER-STATUS PIC X(2) VALUE "00".
       01  OUTSTANDING-FILE-NAME PIC X(40) VALUE "bankopen.txt".
       01  OUTSTANDING-PARM      PIC X(40) VALUE SPACES.
       01  MATCHED-FILE-NAME     PIC X(40) VALUE SPACES.
       01  UNMATCHED-BANK-FILE-NAME PIC X(40) VALUE SPACES.
       01  UNMATCHED-BOOK-FILE-NAME PIC X(40) VALUE SPACES.
       01  RECON-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01  CASH-CATEGORY-PARM    PIC X(60) VALUE SPACES.
       01  TOLERANCE-PARM        PIC X(18) VALUE SPACES.
       01  PARM-STATUS           PIC S9(4) VALUE 0.
       01  DATE-TOLERANCE-DAYS   PIC 9(3) VALUE 3.
       01  WORK-DATE             PIC 9(8) VALUE 0.
       01  DATE-CHECK            PIC S9(4) VALUE 0.
       01  BATCH-SEQ             PIC 9(2) VALUE 0.
       01  BATCH-SUFFIX          PIC X(4) VALUE SPACES.
       01  MORE-BATCHES          PIC X(1) VALUE 'Y'.
       01  GENERATION-MISSING    PIC X(1) VALUE 'N'.
       01  GENERATIONS-READ      PIC 9(4) VALUE 0.
       01  FILE-EOF              PIC X(1) VALUE 'N'.
       01  LAST-RECON-DATE       PIC X(8) VALUE SPACES.
       01  LAST-FEED-DATE        PIC X(8) VALUE SPACES.
       01  CASH-CATEGORY-TABLE.
           05  CASH-CATEGORY-ENTRY OCCURS 10 TIMES INDEXED BY CSH-IDX.
               10  CSH-CODE       PIC X(4) VALUE SPACES.
       01  CASH-CATEGORY-COUNT   PIC 9(4) VALUE 0.
       01  CASH-CATEGORY-FOUND   PIC X(1) VALUE 'N'.
       01  LOOKUP-CATEGORY       PIC X(4) VALUE SPACES.
       01  CANDIDATE-TABLE.
           05  CANDIDATE-ENTRY OCCURS 2000 TIMES INDEXED BY CND-IDX.
               10  CND-TRAN-ID    PIC X(12) VALUE SPACES.
               10  CND-USED       PIC X(1) VALUE 'N'.
       01  CANDIDATE-COUNT       PIC 9(4) VALUE 0.
       01  CANDIDATE-FOUND       PIC X(1) VALUE 'N'.
       01  BOOK-TABLE.
           05  BOOK-ENTRY OCCURS 2000 TIMES INDEXED BY BKI-IDX.
               10  BKI-DATE       PIC X(8) VALUE SPACES.
               10  BKI-REF        PIC X(16) VALUE SPACES.
               10  BKI-AMOUNT     PIC S9(34)V99 VALUE 0.
               10  BKI-FIRST-SEEN PIC X(8) VALUE SPACES.
               10  BKI-MATCHED    PIC X(1) VALUE 'N'.
       01  BOOK-COUNT            PIC 9(4) VALUE 0.
       01  BANK-TABLE.
           05  BANK-ENTRY OCCURS 2000 TIMES INDEXED BY BNI-IDX.
               10  BNI-DATE       PIC X(8) VALUE SPACES.
               10  BNI-REF        PIC X(16) VALUE SPACES.
               10  BNI-AMOUNT     PIC S9(34)V99 VALUE 0.
               10  BNI-FIRST-SEEN PIC X(8) VALUE SPACES.
               10  BNI-MATCHED    PIC X(1) VALUE 'N'.
       01  BANK-COUNT            PIC 9(4) VALUE 0.
       01  BEST-BOOK-IDX         PIC 9(4) VALUE 0.
       01  BEST-DAY-GAP          PIC 9(8) VALUE 0.
       01  DAY-GAP               PIC S9(8) VALUE 0.
       01  BOOK-DAY              PIC 9(8) VALUE 0.
       01  BANK-DAY              PIC 9(8) VALUE 0.
       01  MATCH-METHOD          PIC X(3) VALUE SPACES.
       01  DAYS-OUTSTANDING      PIC 9(4) VALUE 0.
       01  STATEMENT-HEADER-SEEN PIC X(1) VALUE 'N'.
       01  STATEMENT-TRAILER-SEEN PIC X(1) VALUE 'N'.
       01  STATEMENT-DETAIL-COUNT PIC 9(8) VALUE 0.
       01  STATEMENT-OPENING     PIC S9(34)V99 VALUE 0.
       01  STATEMENT-CLOSING     PIC S9(34)V99 VALUE 0.
       01  STATEMENT-MOVEMENT    PIC S9(34)V99 VALUE 0.
       01  STATEMENT-FOOTED      PIC S9(34)V99 VALUE 0.
       01  SIGNED-AMOUNT         PIC S9(34)V99 VALUE 0.
       01  BOOK-BALANCE          PIC S9(34)V99 VALUE 0.
       01  BOOK-ACCOUNT-COUNT    PIC 9(4) VALUE 0.
       01  OUTSTANDING-BOOK-TOTAL PIC S9(34)V99 VALUE 0.
       01  OUTSTANDING-BANK-TOTAL PIC S9(34)V99 VALUE 0.
       01  ADJUSTED-STATEMENT    PIC S9(34)V99 VALUE 0.
       01  ADJUSTED-BOOK         PIC S9(34)V99 VALUE 0.
       01  RECON-DIFFERENCE      PIC S9(34)V99 VALUE 0.
       01  TODAY-BOOK-COUNT      PIC 9(8) VALUE 0.
       01  CARRIED-BOOK-COUNT    PIC 9(8) VALUE 0.
       01  CARRIED-BANK-COUNT    PIC 9(8) VALUE 0.
       01  MATCHED-REF-COUNT     PIC 9(8) VALUE 0.
       01  MATCHED-AMT-COUNT     PIC 9(8) VALUE 0.
       01  OPEN-BOOK-COUNT       PIC 9(8) VALUE 0.
       01  OPEN-BANK-COUNT       PIC 9(8) VALUE 0.
       01  REC-PAGE-NUM          PIC 9(4) VALUE 0.
       01  REC-LINE-CNT          PIC 9(4) VALUE 0.
       01  REC-PAGE-SIZE         PIC 9(4) VALUE 55.
       01  REC-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "BANK STATEMENT RECONCILIATION       ".
           05  FILLER       PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE PIC X(8).
           05  FILLER       PIC X(6) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  RH1-PAGE     PIC ZZZ9.
       01  REC-COL-HEAD-1.
           05  FILLER PIC X(5)  VALUE "MTH".
           05  FILLER PIC X(10) VALUE "BOOK DATE".
           05  FILLER PIC X(18) VALUE "TRAN-ID".
           05  FILLER PIC X(10) VALUE "BANK DATE".
           05  FILLER PIC X(18) VALUE "BANK REFERENCE".
           05  FILLER PIC X(22) VALUE "                AMOUNT".
       01  REC-MATCH-LINE.
           05  RML-METHOD   PIC X(3).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RML-BOOK-DATE PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RML-TRAN-ID  PIC X(16).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RML-BANK-DATE PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RML-BANK-REF PIC X(16).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RML-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  REC-OPEN-COL-HEAD.
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE "ITEM DATE".
           05  FILLER PIC X(18) VALUE "REFERENCE".
           05  FILLER PIC X(10) VALUE "FIRST SEEN".
           05  FILLER PIC X(6)  VALUE "  DAYS".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "                AMOUNT".
       01  REC-OPEN-LINE.
           05  FILLER       PIC X(5) VALUE SPACES.
           05  ROL-ITEM-DATE PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  ROL-REFERENCE PIC X(16).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  ROL-FIRST-SEEN PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  ROL-DAYS     PIC ZZZ9.
           05  FILLER       PIC X(4) VALUE SPACES.
           05  ROL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  REC-PROOF-LINE.
           05  FILLER       PIC X(4) VALUE SPACES.
           05  RPL-LABEL    PIC X(40).
           05  RPL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  REC-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  RTL-TEXT     PIC X(80).
       01  REC-PRINT-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
   ACCEPT RUN-DATE-PARM FROM ENVIRONMENT "RUN_DATE"
   IF RUN-DATE-PARM = SPACES
      DISPLAY "FATAL: RUN_DATE (YYYYMMDD) IS REQUIRED"
      STOP RUN 20
   END-IF
   IF RUN-DATE-PARM NOT NUMERIC
      DISPLAY "FATAL: RUN_DATE [" RUN-DATE-PARM "] IS NOT YYYYMMDD"
      STOP RUN 20
   END-IF
   MOVE RUN-DATE-PARM TO RUN-DATE-NUM
   COMPUTE DATE-CHECK = FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE-NUM)
   IF DATE-CHECK NOT = 0
      DISPLAY "FATAL: RUN_DATE [" RUN-DATE-PARM "] IS NOT YYYYMMDD"
      STOP RUN 20
   END-IF
   COMPUTE RUN-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
   PERFORM BUILD-DATED-FILE-NAMES
   ACCEPT BANK-STATEMENT-PARM FROM ENVIRONMENT "BANK_STATEMENT"
   IF BANK-STATEMENT-PARM NOT = SPACES
      MOVE BANK-STATEMENT-PARM TO BANK-STATEMENT-FILE-NAME
   END-IF
   ACCEPT BALANCE-MASTER-PARM FROM ENVIRONMENT "BALANCE_MASTER"
   IF BALANCE-MASTER-PARM NOT = SPACES
      MOVE BALANCE-MASTER-PARM TO BALANCE-MASTER-FILE-NAME
   END-IF
   ACCEPT OUTSTANDING-PARM FROM ENVIRONMENT "BANK_OUTSTANDING"
   IF OUTSTANDING-PARM NOT = SPACES
      MOVE OUTSTANDING-PARM TO OUTSTANDING-FILE-NAME
   END-IF
   ACCEPT CASH-CATEGORY-PARM FROM ENVIRONMENT "CASH_CATEGORIES"
   IF CASH-CATEGORY-PARM = SPACES
      MOVE "CASH" TO CASH-CATEGORY-PARM
   END-IF
   PERFORM LOAD-CASH-CATEGORIES
   ACCEPT TOLERANCE-PARM FROM ENVIRONMENT "BANK_DATE_TOLERANCE"
   IF TOLERANCE-PARM NOT = SPACES
      COMPUTE PARM-STATUS = FUNCTION TEST-NUMVAL(TOLERANCE-PARM)
      IF PARM-STATUS = 0
         COMPUTE DATE-TOLERANCE-DAYS = FUNCTION NUMVAL(TOLERANCE-PARM)
      ELSE
         DISPLAY "WARNING: BANK_DATE_TOLERANCE=[" TOLERANCE-PARM
            "] IS NOT NUMERIC, USING DEFAULT"
      END-IF
   END-IF
   PERFORM LOAD-OUTSTANDING-ITEMS
   IF LAST-RECON-DATE NOT = SPACES
      AND LAST-RECON-DATE >= RUN-DATE-PARM
      DISPLAY "BANK RECONCILIATION ALREADY RUN THROUGH "
         LAST-RECON-DATE " - RUN_DATE " RUN-DATE-PARM " REFUSED"
      STOP RUN 16
   END-IF
   PERFORM LOAD-BOOK-BALANCE
   PERFORM LOAD-BANK-STATEMENT
   PERFORM SCAN-BOOK-GENERATIONS
   IF GENERATIONS-READ = 0
      DISPLAY "NO REPORT.D GENERATION FOUND FOR RUN_DATE "
         RUN-DATE-PARM " - ADD-NUMBERS HAS NOT RUN"
      STOP RUN 16
   END-IF
   OPEN OUTPUT MATCHED-FILE
   OPEN OUTPUT RECON-REPORT-FILE
   MOVE 0 TO REC-PAGE-NUM
   MOVE REC-PAGE-SIZE TO REC-LINE-CNT
   MOVE SPACES TO REC-TEXT-LINE
   MOVE "MATCHED ITEMS" TO RTL-TEXT
   MOVE REC-TEXT-LINE TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE REC-COL-HEAD-1 TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   PERFORM VARYING BNI-IDX FROM 1 BY 1 UNTIL BNI-IDX > BANK-COUNT
      PERFORM MATCH-BY-REFERENCE
   END-PERFORM
   PERFORM VARYING BNI-IDX FROM 1 BY 1 UNTIL BNI-IDX > BANK-COUNT
      PERFORM MATCH-BY-AMOUNT-DATE
   END-PERFORM
   CLOSE MATCHED-FILE
   PERFORM WRITE-OUTSTANDING-BOOK
   PERFORM WRITE-OUTSTANDING-BANK
   PERFORM WRITE-RECON-PROOF
   IF RECON-DIFFERENCE = 0
      PERFORM REWRITE-OUTSTANDING-FILE
   END-IF
   CLOSE RECON-REPORT-FILE
   DISPLAY "BANK RECONCILIATION COMPLETE: MATCHED "
      MATCHED-REF-COUNT " BY REFERENCE, " MATCHED-AMT-COUNT
      " BY AMOUNT/DATE - OUTSTANDING BOOK " OPEN-BOOK-COUNT
      " BANK " OPEN-BANK-COUNT
   IF RECON-DIFFERENCE NOT = 0
      DISPLAY "BANK RECONCILIATION OUT OF BALANCE BY "
         RECON-DIFFERENCE
      DISPLAY "OUTSTANDING ITEMS NOT CARRIED FORWARD"
      STOP RUN 8
   END-IF
   STOP RUN.

BUILD-DATED-FILE-NAMES.
   STRING "BANKSTMT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO BANK-STATEMENT-FILE-NAME
   STRING "BANKMTCH.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO MATCHED-FILE-NAME
   STRING "BANKUNM.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO UNMATCHED-BANK-FILE-NAME
   STRING "BOOKUNM.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO UNMATCHED-BOOK-FILE-NAME
   STRING "BANKREC.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO RECON-REPORT-FILE-NAME.

LOAD-CASH-CATEGORIES.
   UNSTRING CASH-CATEGORY-PARM DELIMITED BY ","
      INTO CSH-CODE(1), CSH-CODE(2), CSH-CODE(3), CSH-CODE(4),
           CSH-CODE(5), CSH-CODE(6), CSH-CODE(7), CSH-CODE(8),
           CSH-CODE(9), CSH-CODE(10)
   END-UNSTRING
   PERFORM VARYING CSH-IDX FROM 1 BY 1 UNTIL CSH-IDX > 10
      IF CSH-CODE(CSH-IDX) NOT = SPACES
         MOVE CSH-IDX TO CASH-CATEGORY-COUNT
      END-IF
   END-PERFORM.

FIND-CASH-CATEGORY.
   MOVE 'N' TO CASH-CATEGORY-FOUND
   PERFORM VARYING CSH-IDX FROM 1 BY 1
      UNTIL CSH-IDX > CASH-CATEGORY-COUNT
      IF CSH-CODE(CSH-IDX) = LOOKUP-CATEGORY
         AND LOOKUP-CATEGORY NOT = SPACES
         MOVE 'Y' TO CASH-CATEGORY-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

LOAD-OUTSTANDING-ITEMS.
   OPEN INPUT OUTSTANDING-FILE
   MOVE 'N' TO FILE-EOF
   PERFORM UNTIL FILE-EOF = 'Y'
      READ OUTSTANDING-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            EVALUATE OST-SIDE
               WHEN 'H'
                  MOVE OSH-RECON-DATE TO LAST-RECON-DATE
               WHEN 'B'
                  PERFORM ADD-BOOK-ENTRY
                  MOVE OST-ITEM-DATE  TO BKI-DATE(BKI-IDX)
                  MOVE OST-REFERENCE  TO BKI-REF(BKI-IDX)
                  MOVE OST-AMOUNT     TO BKI-AMOUNT(BKI-IDX)
                  MOVE OST-FIRST-SEEN TO BKI-FIRST-SEEN(BKI-IDX)
                  ADD 1 TO CARRIED-BOOK-COUNT
               WHEN 'S'
                  PERFORM ADD-BANK-ENTRY
                  MOVE OST-ITEM-DATE  TO BNI-DATE(BNI-IDX)
                  MOVE OST-REFERENCE  TO BNI-REF(BNI-IDX)
                  MOVE OST-AMOUNT     TO BNI-AMOUNT(BNI-IDX)
                  MOVE OST-FIRST-SEEN TO BNI-FIRST-SEEN(BNI-IDX)
                  ADD 1 TO CARRIED-BANK-COUNT
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE OUTSTANDING-FILE.

ADD-BOOK-ENTRY.
   IF BOOK-COUNT >= 2000
      DISPLAY "FATAL: BOOK ITEMS EXCEED 2000 ENTRIES"
      STOP RUN 20
   END-IF
   ADD 1 TO BOOK-COUNT
   SET BKI-IDX TO BOOK-COUNT
   INITIALIZE BOOK-ENTRY(BKI-IDX)
   MOVE 'N' TO BKI-MATCHED(BKI-IDX).

ADD-BANK-ENTRY.
   IF BANK-COUNT >= 2000
      DISPLAY "FATAL: STATEMENT ITEMS EXCEED 2000 ENTRIES"
      STOP RUN 20
   END-IF
   ADD 1 TO BANK-COUNT
   SET BNI-IDX TO BANK-COUNT
   INITIALIZE BANK-ENTRY(BNI-IDX)
   MOVE 'N' TO BNI-MATCHED(BNI-IDX).

LOAD-BOOK-BALANCE.
   OPEN INPUT BALANCE-MASTER-FILE
   IF BALANCE-MASTER-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN BALANCE MASTER ["
         FUNCTION TRIM(BALANCE-MASTER-FILE-NAME)
         "] - FILE STATUS " BALANCE-MASTER-STATUS
      STOP RUN 20
   END-IF
   MOVE 'N' TO FILE-EOF
   PERFORM UNTIL FILE-EOF = 'Y'
      READ BALANCE-MASTER-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            EVALUATE BAL-REC-TYPE
               WHEN 'H'
                  MOVE BAL-HDR-FEED-DATE TO LAST-FEED-DATE
               WHEN 'D'
                  MOVE BAL-CATEGORY TO LOOKUP-CATEGORY
                  PERFORM FIND-CASH-CATEGORY
                  IF CASH-CATEGORY-FOUND = 'Y'
                     ADD BAL-CLOSING TO BOOK-BALANCE
                     ADD 1 TO BOOK-ACCOUNT-COUNT
                  END-IF
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE BALANCE-MASTER-FILE
   IF LAST-FEED-DATE NOT = RUN-DATE-PARM
      DISPLAY "BALANCE MASTER IS POSTED THROUGH [" LAST-FEED-DATE
         "] - BALANCE-UPDATE HAS NOT RUN FOR " RUN-DATE-PARM
      STOP RUN 16
   END-IF
   IF BOOK-ACCOUNT-COUNT = 0
      DISPLAY "FATAL: NO BALANCE MASTER ACCOUNT CARRIES A CASH "
         "CATEGORY [" FUNCTION TRIM(CASH-CATEGORY-PARM) "]"
      STOP RUN 20
   END-IF.

LOAD-BANK-STATEMENT.
   OPEN INPUT BANK-STATEMENT-FILE
   IF BANK-STATEMENT-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN BANK STATEMENT ["
         FUNCTION TRIM(BANK-STATEMENT-FILE-NAME)
         "] - FILE STATUS " BANK-STATEMENT-STATUS
      STOP RUN 20
   END-IF
   MOVE 'N' TO FILE-EOF
   PERFORM UNTIL FILE-EOF = 'Y'
      READ BANK-STATEMENT-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END PERFORM CHECK-STATEMENT-RECORD
      END-READ
   END-PERFORM
   CLOSE BANK-STATEMENT-FILE
   IF STATEMENT-HEADER-SEEN = 'N' OR STATEMENT-TRAILER-SEEN = 'N'
      DISPLAY "FATAL: BANK STATEMENT ["
         FUNCTION TRIM(BANK-STATEMENT-FILE-NAME)
         "] IS MISSING ITS HEADER OR TRAILER"
      STOP RUN 20
   END-IF
   COMPUTE STATEMENT-FOOTED = STATEMENT-OPENING + STATEMENT-MOVEMENT
   IF STATEMENT-FOOTED NOT = STATEMENT-CLOSING
      DISPLAY "FATAL: BANK STATEMENT DOES NOT FOOT - OPENING "
         STATEMENT-OPENING " PLUS MOVEMENT " STATEMENT-MOVEMENT
         " IS NOT CLOSING " STATEMENT-CLOSING
      STOP RUN 20
   END-IF.

CHECK-STATEMENT-RECORD.
   EVALUATE BST-REC-TYPE
      WHEN 'H'
         IF BSH-STMT-DATE NOT = RUN-DATE-PARM
            DISPLAY "FATAL: BANK STATEMENT IS DATED [" BSH-STMT-DATE
               "], EXPECTED " RUN-DATE-PARM
            STOP RUN 20
         END-IF
         IF BSH-OPENING NOT NUMERIC
            DISPLAY "FATAL: BANK STATEMENT OPENING BALANCE IS NOT "
               "NUMERIC"
            STOP RUN 20
         END-IF
         IF BSH-OPEN-SIGN NOT = 'D' AND BSH-OPEN-SIGN NOT = 'C'
            DISPLAY "FATAL: BANK STATEMENT OPENING SIGN INVALID ["
               BSH-OPEN-SIGN "]"
            STOP RUN 20
         END-IF
         MOVE 'Y' TO STATEMENT-HEADER-SEEN
         IF BSH-OPEN-SIGN = 'D'
            COMPUTE STATEMENT-OPENING = 0 - BSH-OPENING
         ELSE
            MOVE BSH-OPENING TO STATEMENT-OPENING
         END-IF
      WHEN 'D'
         ADD 1 TO STATEMENT-DETAIL-COUNT
         IF BST-AMOUNT NOT NUMERIC
            OR (BST-DRCR NOT = 'D' AND BST-DRCR NOT = 'C')
            DISPLAY "FATAL: BANK STATEMENT LINE "
               STATEMENT-DETAIL-COUNT " HAS AN INVALID AMOUNT OR "
               "DEBIT/CREDIT FLAG"
            STOP RUN 20
         END-IF
         IF BST-VALUE-DATE NOT NUMERIC
            DISPLAY "FATAL: BANK STATEMENT LINE "
               STATEMENT-DETAIL-COUNT " HAS AN INVALID VALUE DATE ["
               BST-VALUE-DATE "]"
            STOP RUN 20
         END-IF
         MOVE BST-VALUE-DATE TO WORK-DATE
         COMPUTE DATE-CHECK = FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE)
         IF DATE-CHECK NOT = 0
            DISPLAY "FATAL: BANK STATEMENT LINE "
               STATEMENT-DETAIL-COUNT " HAS AN INVALID VALUE DATE ["
               BST-VALUE-DATE "]"
            STOP RUN 20
         END-IF
         IF BST-DRCR = 'D'
            COMPUTE SIGNED-AMOUNT = 0 - BST-AMOUNT
         ELSE
            MOVE BST-AMOUNT TO SIGNED-AMOUNT
         END-IF
         ADD SIGNED-AMOUNT TO STATEMENT-MOVEMENT
         PERFORM ADD-BANK-ENTRY
         MOVE BST-VALUE-DATE TO BNI-DATE(BNI-IDX)
         MOVE BST-BANK-REF   TO BNI-REF(BNI-IDX)
         MOVE SIGNED-AMOUNT  TO BNI-AMOUNT(BNI-IDX)
         MOVE RUN-DATE-PARM  TO BNI-FIRST-SEEN(BNI-IDX)
      WHEN 'T'
         IF BSX-COUNT NOT NUMERIC OR BSX-CLOSING NOT NUMERIC
            DISPLAY "FATAL: BANK STATEMENT TRAILER IS NOT NUMERIC"
            STOP RUN 20
         END-IF
         IF BSX-COUNT NOT = STATEMENT-DETAIL-COUNT
            DISPLAY "FATAL: BANK STATEMENT TRAILER COUNT " BSX-COUNT
               " DOES NOT MATCH " STATEMENT-DETAIL-COUNT " LINES READ"
            STOP RUN 20
         END-IF
         IF BSX-CLOSE-SIGN NOT = 'D' AND BSX-CLOSE-SIGN NOT = 'C'
            DISPLAY "FATAL: BANK STATEMENT CLOSING SIGN INVALID ["
               BSX-CLOSE-SIGN "]"
            STOP RUN 20
         END-IF
         MOVE 'Y' TO STATEMENT-TRAILER-SEEN
         IF BSX-CLOSE-SIGN = 'D'
            COMPUTE STATEMENT-CLOSING = 0 - BSX-CLOSING
         ELSE
            MOVE BSX-CLOSING TO STATEMENT-CLOSING
         END-IF
      WHEN OTHER
         DISPLAY "FATAL: BANK STATEMENT RECORD TYPE [" BST-REC-TYPE
            "] IS NOT H, D OR T"
         STOP RUN 20
   END-EVALUATE.

SCAN-BOOK-GENERATIONS.
   MOVE SPACES TO BATCH-SUFFIX
   PERFORM SCAN-BOOK-GENERATION
   IF GENERATION-MISSING = 'Y'
      MOVE 'Y' TO MORE-BATCHES
      PERFORM VARYING BATCH-SEQ FROM 1 BY 1
         UNTIL BATCH-SEQ > 99 OR MORE-BATCHES = 'N'
         MOVE ".B" TO BATCH-SUFFIX(1:2)
         MOVE BATCH-SEQ TO BATCH-SUFFIX(3:2)
         PERFORM SCAN-BOOK-GENERATION
         IF GENERATION-MISSING = 'Y'
            MOVE 'N' TO MORE-BATCHES
         END-IF
      END-PERFORM
   END-IF.

SCAN-BOOK-GENERATION.
   MOVE SPACES TO REPORT-FILE-NAME
   MOVE SPACES TO INPUT-FILE-NAME
   STRING "REPORT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO REPORT-FILE-NAME
   STRING "INPUT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO INPUT-FILE-NAME
   MOVE 'N' TO GENERATION-MISSING
   OPEN INPUT REPORT-FILE
   IF REPORT-FILE-STATUS NOT = "00"
      MOVE 'Y' TO GENERATION-MISSING
      CLOSE REPORT-FILE
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO GENERATIONS-READ
   PERFORM LOAD-CASH-CANDIDATES
   MOVE 'N' TO FILE-EOF
   PERFORM UNTIL FILE-EOF = 'Y'
      READ REPORT-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            IF RPT-STATUS = "OK "
               PERFORM FIND-CASH-CANDIDATE
               IF CANDIDATE-FOUND = 'Y'
                  MOVE 'Y' TO CND-USED(CND-IDX)
                  PERFORM ADD-BOOK-ENTRY
                  MOVE RUN-DATE-PARM TO BKI-DATE(BKI-IDX)
                  MOVE RPT-TRAN-ID   TO BKI-REF(BKI-IDX)
                  MOVE RPT-AMOUNT    TO BKI-AMOUNT(BKI-IDX)
                  MOVE RUN-DATE-PARM TO BKI-FIRST-SEEN(BKI-IDX)
                  ADD 1 TO TODAY-BOOK-COUNT
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE REPORT-FILE.

LOAD-CASH-CANDIDATES.
   MOVE 0 TO CANDIDATE-COUNT
   OPEN INPUT INPUT-FILE
   IF INPUT-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN INPUT FILE ["
         FUNCTION TRIM(INPUT-FILE-NAME)
         "] FOR [" FUNCTION TRIM(REPORT-FILE-NAME)
         "] - FILE STATUS " INPUT-FILE-STATUS
      STOP RUN 20
   END-IF
   MOVE 'N' TO FILE-EOF
   PERFORM UNTIL FILE-EOF = 'Y'
      READ INPUT-FILE
         AT END MOVE 'Y' TO FILE-EOF
         NOT AT END
            IF INPUT-SIGN = 'D' OR INPUT-SIGN = 'C'
               MOVE INPUT-CATEGORY TO LOOKUP-CATEGORY
               PERFORM FIND-CASH-CATEGORY
               IF CASH-CATEGORY-FOUND = 'Y'
                  IF CANDIDATE-COUNT >= 2000
                     DISPLAY "FATAL: CASH ITEMS IN ["
                        FUNCTION TRIM(INPUT-FILE-NAME)
                        "] EXCEED 2000 ENTRIES"
                     STOP RUN 20
                  END-IF
                  ADD 1 TO CANDIDATE-COUNT
                  SET CND-IDX TO CANDIDATE-COUNT
                  MOVE INPUT-TRAN-ID TO CND-TRAN-ID(CND-IDX)
                  MOVE 'N' TO CND-USED(CND-IDX)
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE INPUT-FILE.

FIND-CASH-CANDIDATE.
   MOVE 'N' TO CANDIDATE-FOUND
   PERFORM VARYING CND-IDX FROM 1 BY 1 UNTIL CND-IDX > CANDIDATE-COUNT
      IF CND-TRAN-ID(CND-IDX) = RPT-TRAN-ID
         AND CND-USED(CND-IDX) = 'N'
         MOVE 'Y' TO CANDIDATE-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

MATCH-BY-REFERENCE.
   IF BNI-MATCHED(BNI-IDX) = 'Y' OR BNI-REF(BNI-IDX) = SPACES
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING BKI-IDX FROM 1 BY 1 UNTIL BKI-IDX > BOOK-COUNT
      IF BKI-MATCHED(BKI-IDX) = 'N'
         AND BKI-REF(BKI-IDX) = BNI-REF(BNI-IDX)
         AND BKI-AMOUNT(BKI-IDX) = BNI-AMOUNT(BNI-IDX)
         MOVE "REF" TO MATCH-METHOD
         ADD 1 TO MATCHED-REF-COUNT
         PERFORM RECORD-MATCH
         EXIT PERFORM
      END-IF
   END-PERFORM.

MATCH-BY-AMOUNT-DATE.
   IF BNI-MATCHED(BNI-IDX) = 'Y'
      EXIT PARAGRAPH
   END-IF
   MOVE BNI-DATE(BNI-IDX) TO WORK-DATE
   COMPUTE BANK-DAY = FUNCTION INTEGER-OF-DATE(WORK-DATE)
   MOVE 0 TO BEST-BOOK-IDX
   PERFORM VARYING BKI-IDX FROM 1 BY 1 UNTIL BKI-IDX > BOOK-COUNT
      IF BKI-MATCHED(BKI-IDX) = 'N'
         AND BKI-AMOUNT(BKI-IDX) = BNI-AMOUNT(BNI-IDX)
         MOVE BKI-DATE(BKI-IDX) TO WORK-DATE
         COMPUTE BOOK-DAY = FUNCTION INTEGER-OF-DATE(WORK-DATE)
         COMPUTE DAY-GAP = BANK-DAY - BOOK-DAY
         IF DAY-GAP < 0
            COMPUTE DAY-GAP = 0 - DAY-GAP
         END-IF
         IF DAY-GAP <= DATE-TOLERANCE-DAYS
            IF BEST-BOOK-IDX = 0 OR DAY-GAP < BEST-DAY-GAP
               SET BEST-BOOK-IDX TO BKI-IDX
               MOVE DAY-GAP TO BEST-DAY-GAP
            END-IF
         END-IF
      END-IF
   END-PERFORM
   IF BEST-BOOK-IDX NOT = 0
      SET BKI-IDX TO BEST-BOOK-IDX
      MOVE "AMT" TO MATCH-METHOD
      ADD 1 TO MATCHED-AMT-COUNT
      PERFORM RECORD-MATCH
   END-IF.

RECORD-MATCH.
   MOVE 'Y' TO BKI-MATCHED(BKI-IDX)
   MOVE 'Y' TO BNI-MATCHED(BNI-IDX)
   INITIALIZE MATCHED-RECORD
   MOVE MATCH-METHOD       TO MTC-METHOD
   MOVE BKI-DATE(BKI-IDX)  TO MTC-BOOK-DATE
   MOVE BKI-REF(BKI-IDX)   TO MTC-TRAN-ID
   MOVE BNI-DATE(BNI-IDX)  TO MTC-BANK-DATE
   MOVE BNI-REF(BNI-IDX)   TO MTC-BANK-REF
   MOVE BNI-AMOUNT(BNI-IDX) TO MTC-AMOUNT
   MOVE '|' TO MTC-SEP1, MTC-SEP2, MTC-SEP3, MTC-SEP4, MTC-SEP5
   WRITE MATCHED-RECORD
   MOVE SPACES TO REC-MATCH-LINE
   MOVE MATCH-METHOD       TO RML-METHOD
   MOVE BKI-DATE(BKI-IDX)  TO RML-BOOK-DATE
   MOVE BKI-REF(BKI-IDX)   TO RML-TRAN-ID
   MOVE BNI-DATE(BNI-IDX)  TO RML-BANK-DATE
   MOVE BNI-REF(BNI-IDX)   TO RML-BANK-REF
   MOVE BNI-AMOUNT(BNI-IDX) TO RML-AMOUNT
   MOVE REC-MATCH-LINE TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE.

WRITE-OUTSTANDING-BOOK.
   OPEN OUTPUT UNMATCHED-BOOK-FILE
   MOVE SPACES TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE SPACES TO REC-TEXT-LINE
   MOVE "OUTSTANDING BOOK ITEMS - NOT YET ON STATEMENT" TO RTL-TEXT
   MOVE REC-TEXT-LINE TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE REC-OPEN-COL-HEAD TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   PERFORM VARYING BKI-IDX FROM 1 BY 1 UNTIL BKI-IDX > BOOK-COUNT
      IF BKI-MATCHED(BKI-IDX) = 'N'
         ADD 1 TO OPEN-BOOK-COUNT
         ADD BKI-AMOUNT(BKI-IDX) TO OUTSTANDING-BOOK-TOTAL
         MOVE BKI-FIRST-SEEN(BKI-IDX) TO WORK-DATE
         PERFORM SET-DAYS-OUTSTANDING
         INITIALIZE UNMATCHED-BOOK-RECORD
         MOVE BKI-DATE(BKI-IDX)       TO UBO-ITEM-DATE
         MOVE BKI-REF(BKI-IDX)        TO UBO-REFERENCE
         MOVE BKI-AMOUNT(BKI-IDX)     TO UBO-AMOUNT
         MOVE BKI-FIRST-SEEN(BKI-IDX) TO UBO-FIRST-SEEN
         MOVE DAYS-OUTSTANDING        TO UBO-DAYS-OUT
         MOVE '|' TO UBO-SEP1, UBO-SEP2, UBO-SEP3, UBO-SEP4
         WRITE UNMATCHED-BOOK-RECORD
         MOVE SPACES TO REC-OPEN-LINE
         MOVE BKI-DATE(BKI-IDX)       TO ROL-ITEM-DATE
         MOVE BKI-REF(BKI-IDX)        TO ROL-REFERENCE
         MOVE BKI-FIRST-SEEN(BKI-IDX) TO ROL-FIRST-SEEN
         MOVE DAYS-OUTSTANDING        TO ROL-DAYS
         MOVE BKI-AMOUNT(BKI-IDX)     TO ROL-AMOUNT
         MOVE REC-OPEN-LINE TO REC-PRINT-LINE
         PERFORM PRINT-RECON-LINE
      END-IF
   END-PERFORM
   CLOSE UNMATCHED-BOOK-FILE.

WRITE-OUTSTANDING-BANK.
   OPEN OUTPUT UNMATCHED-BANK-FILE
   MOVE SPACES TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE SPACES TO REC-TEXT-LINE
   MOVE "OUTSTANDING STATEMENT ITEMS - NOT YET IN BOOKS" TO RTL-TEXT
   MOVE REC-TEXT-LINE TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE REC-OPEN-COL-HEAD TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   PERFORM VARYING BNI-IDX FROM 1 BY 1 UNTIL BNI-IDX > BANK-COUNT
      IF BNI-MATCHED(BNI-IDX) = 'N'
         ADD 1 TO OPEN-BANK-COUNT
         ADD BNI-AMOUNT(BNI-IDX) TO OUTSTANDING-BANK-TOTAL
         MOVE BNI-FIRST-SEEN(BNI-IDX) TO WORK-DATE
         PERFORM SET-DAYS-OUTSTANDING
         INITIALIZE UNMATCHED-BANK-RECORD
         MOVE BNI-DATE(BNI-IDX)       TO UBK-ITEM-DATE
         MOVE BNI-REF(BNI-IDX)        TO UBK-REFERENCE
         MOVE BNI-AMOUNT(BNI-IDX)     TO UBK-AMOUNT
         MOVE BNI-FIRST-SEEN(BNI-IDX) TO UBK-FIRST-SEEN
         MOVE DAYS-OUTSTANDING        TO UBK-DAYS-OUT
         MOVE '|' TO UBK-SEP1, UBK-SEP2, UBK-SEP3, UBK-SEP4
         WRITE UNMATCHED-BANK-RECORD
         MOVE SPACES TO REC-OPEN-LINE
         MOVE BNI-DATE(BNI-IDX)       TO ROL-ITEM-DATE
         MOVE BNI-REF(BNI-IDX)        TO ROL-REFERENCE
         MOVE BNI-FIRST-SEEN(BNI-IDX) TO ROL-FIRST-SEEN
         MOVE DAYS-OUTSTANDING        TO ROL-DAYS
         MOVE BNI-AMOUNT(BNI-IDX)     TO ROL-AMOUNT
         MOVE REC-OPEN-LINE TO REC-PRINT-LINE
         PERFORM PRINT-RECON-LINE
      END-IF
   END-PERFORM
   CLOSE UNMATCHED-BANK-FILE.

SET-DAYS-OUTSTANDING.
   COMPUTE DAY-GAP =
      RUN-DATE-INTEGER - FUNCTION INTEGER-OF-DATE(WORK-DATE)
   IF DAY-GAP < 0
      MOVE 0 TO DAY-GAP
   END-IF
   MOVE DAY-GAP TO DAYS-OUTSTANDING.

REWRITE-OUTSTANDING-FILE.
   OPEN OUTPUT OUTSTANDING-FILE
   MOVE SPACES TO OUTSTANDING-HEADER-RECORD
   MOVE 'H' TO OSH-REC-TYPE
   MOVE '|' TO OSH-SEP1
   MOVE RUN-DATE-PARM TO OSH-RECON-DATE
   WRITE OUTSTANDING-RECORD
   PERFORM VARYING BKI-IDX FROM 1 BY 1 UNTIL BKI-IDX > BOOK-COUNT
      IF BKI-MATCHED(BKI-IDX) = 'N'
         INITIALIZE OUTSTANDING-RECORD
         MOVE 'B' TO OST-SIDE
         MOVE BKI-DATE(BKI-IDX)       TO OST-ITEM-DATE
         MOVE BKI-REF(BKI-IDX)        TO OST-REFERENCE
         MOVE BKI-AMOUNT(BKI-IDX)     TO OST-AMOUNT
         MOVE BKI-FIRST-SEEN(BKI-IDX) TO OST-FIRST-SEEN
         MOVE '|' TO OST-SEP1, OST-SEP2, OST-SEP3, OST-SEP4
         WRITE OUTSTANDING-RECORD
      END-IF
   END-PERFORM
   PERFORM VARYING BNI-IDX FROM 1 BY 1 UNTIL BNI-IDX > BANK-COUNT
      IF BNI-MATCHED(BNI-IDX) = 'N'
         INITIALIZE OUTSTANDING-RECORD
         MOVE 'S' TO OST-SIDE
         MOVE BNI-DATE(BNI-IDX)       TO OST-ITEM-DATE
         MOVE BNI-REF(BNI-IDX)        TO OST-REFERENCE
         MOVE BNI-AMOUNT(BNI-IDX)     TO OST-AMOUNT
         MOVE BNI-FIRST-SEEN(BNI-IDX) TO OST-FIRST-SEEN
         MOVE '|' TO OST-SEP1, OST-SEP2, OST-SEP3, OST-SEP4
         WRITE OUTSTANDING-RECORD
      END-IF
   END-PERFORM
   CLOSE OUTSTANDING-FILE.

WRITE-RECON-PROOF.
   COMPUTE ADJUSTED-STATEMENT =
      STATEMENT-CLOSING + OUTSTANDING-BOOK-TOTAL
   COMPUTE ADJUSTED-BOOK = BOOK-BALANCE + OUTSTANDING-BANK-TOTAL
   COMPUTE RECON-DIFFERENCE = ADJUSTED-STATEMENT - ADJUSTED-BOOK
   MOVE SPACES TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE SPACES TO REC-TEXT-LINE
   MOVE "RECONCILIATION PROOF" TO RTL-TEXT
   MOVE REC-TEXT-LINE TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE "STATEMENT OPENING BALANCE" TO RPL-LABEL
   MOVE STATEMENT-OPENING TO RPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "STATEMENT MOVEMENT" TO RPL-LABEL
   MOVE STATEMENT-MOVEMENT TO RPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "STATEMENT CLOSING BALANCE" TO RPL-LABEL
   MOVE STATEMENT-CLOSING TO RPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "ADD OUTSTANDING BOOK ITEMS" TO RPL-LABEL
   MOVE OUTSTANDING-BOOK-TOTAL TO RPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "ADJUSTED STATEMENT BALANCE" TO RPL-LABEL
   MOVE ADJUSTED-STATEMENT TO RPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE SPACES TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE "BOOK BALANCE PER BALANCE MASTER" TO RPL-LABEL
   MOVE BOOK-BALANCE TO RPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "ADD OUTSTANDING STATEMENT ITEMS" TO RPL-LABEL
   MOVE OUTSTANDING-BANK-TOTAL TO RPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE "ADJUSTED BOOK BALANCE" TO RPL-LABEL
   MOVE ADJUSTED-BOOK TO RPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE SPACES TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE "DIFFERENCE" TO RPL-LABEL
   MOVE RECON-DIFFERENCE TO RPL-AMOUNT
   PERFORM PRINT-PROOF-LINE
   MOVE SPACES TO REC-TEXT-LINE
   IF RECON-DIFFERENCE = 0
      MOVE "*** STATEMENT RECONCILED TO BOOK BALANCE ***" TO RTL-TEXT
   ELSE
      MOVE "*** OUT OF BALANCE - STATEMENT DOES NOT RECONCILE ***"
         TO RTL-TEXT
   END-IF
   MOVE REC-TEXT-LINE TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE SPACES TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE SPACES TO REC-TEXT-LINE
   STRING "BOOK TODAY: " DELIMITED BY SIZE
          TODAY-BOOK-COUNT DELIMITED BY SIZE
          "  CARRIED: " DELIMITED BY SIZE
          CARRIED-BOOK-COUNT DELIMITED BY SIZE
          "  STATEMENT: " DELIMITED BY SIZE
          STATEMENT-DETAIL-COUNT DELIMITED BY SIZE
          "  CARRIED: " DELIMITED BY SIZE
          CARRIED-BANK-COUNT DELIMITED BY SIZE
          INTO RTL-TEXT
   MOVE REC-TEXT-LINE TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE.

PRINT-PROOF-LINE.
   MOVE REC-PROOF-LINE TO REC-PRINT-LINE
   PERFORM PRINT-RECON-LINE
   MOVE SPACES TO RPL-LABEL.

PRINT-RECON-LINE.
   IF REC-LINE-CNT >= REC-PAGE-SIZE
      PERFORM PRINT-RECON-PAGE-HEADING
   END-IF
   MOVE REC-PRINT-LINE TO RECON-REPORT-LINE
   WRITE RECON-REPORT-LINE
   ADD 1 TO REC-LINE-CNT.

PRINT-RECON-PAGE-HEADING.
   ADD 1 TO REC-PAGE-NUM
   MOVE RUN-DATE-PARM TO RH1-RUN-DATE
   MOVE REC-PAGE-NUM TO RH1-PAGE
   MOVE REC-HEAD-1 TO RECON-REPORT-LINE
   WRITE RECON-REPORT-LINE
   MOVE SPACES TO RECON-REPORT-LINE
   WRITE RECON-REPORT-LINE
   MOVE 2 TO REC-LINE-CNT.
