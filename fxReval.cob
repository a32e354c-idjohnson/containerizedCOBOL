IDENTIFICATION DIVISION.
PROGRAM-ID. FX-REVALUE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL PERIOD-CONTROL-FILE
      ASSIGN DYNAMIC PERIOD-CONTROL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CATEGORY-MASTER-FILE
      ASSIGN DYNAMIC CATEGORY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS CATEGORY-MASTER-STATUS.
   SELECT OPTIONAL POSITION-MASTER-FILE
      ASSIGN DYNAMIC POSITION-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT FX-POSITION-FILE
      ASSIGN DYNAMIC FX-POSITION-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS FX-POSITION-STATUS.
   SELECT RATE-FILE
      ASSIGN DYNAMIC RATE-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS RATE-FILE-STATUS.
   SELECT REVAL-FEED-FILE
      ASSIGN DYNAMIC REVAL-FEED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT REVERSAL-FEED-FILE
      ASSIGN DYNAMIC REVERSAL-FEED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT REVAL-REPORT-FILE
      ASSIGN DYNAMIC REVAL-REPORT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   FD  PERIOD-CONTROL-FILE.
   01  PERIOD-CONTROL-RECORD.
      05  PCT-REC-TYPE   PIC X(1).
      05  PCT-SEP1       PIC X(1).
      05  PCT-PERIOD     PIC X(6).
      05  PCT-SEP2       PIC X(1).
      05  PCT-STATUS     PIC X(7).
      05  FILLER         PIC X(25).
   01  PERIOD-CALENDAR-RECORD REDEFINES PERIOD-CONTROL-RECORD.
      05  PCN-REC-TYPE   PIC X(1).
      05  PCN-SEP1       PIC X(1).
      05  PCN-DATE       PIC X(8).
      05  PCN-SEP2       PIC X(1).
      05  PCN-NOTE       PIC X(30).
   FD  CATEGORY-MASTER-FILE.
   01  CATEGORY-MASTER-RECORD.
      05  CM-CODE        PIC X(4).
      05  CM-SEP1        PIC X(1).
      05  CM-DESC        PIC X(30).
      05  CM-SEP2        PIC X(1).
      05  CM-GL-ACCOUNT  PIC 9(8).
      05  CM-SEP3        PIC X(1).
      05  CM-ACTIVE      PIC X(1).
      05  CM-SEP4        PIC X(1).
      05  CM-EFF-FROM    PIC X(8).
      05  CM-SEP5        PIC X(1).
      05  CM-EFF-TO      PIC X(8).
      05  CM-SEP6        PIC X(1).
      05  CM-ACCOUNT-TYPE PIC X(1).
      05  CM-SEP7        PIC X(1).
      05  CM-COMPANY     PIC X(3).
   FD  POSITION-MASTER-FILE.
   01  POSITION-MASTER-RECORD.
      05  PMS-REC-TYPE      PIC X(1).
      05  PMS-SEP0          PIC X(1).
      05  PMS-CATEGORY      PIC X(4).
      05  PMS-SEP1          PIC X(1).
      05  PMS-CURRENCY      PIC X(3).
      05  PMS-SEP2          PIC X(1).
      05  PMS-ORIG-BALANCE  PIC S9(34)V99.
      05  PMS-SEP3          PIC X(1).
      05  PMS-BOOKED-BASE   PIC S9(34)V99.
   01  POSITION-HEADER-RECORD REDEFINES POSITION-MASTER-RECORD.
      05  PMH-TYPE          PIC X(1).
      05  PMH-SEP1          PIC X(1).
      05  PMH-PERIOD        PIC X(6).
      05  PMH-FILLER        PIC X(76).
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
   FD  RATE-FILE.
   01  RATE-RECORD.
      05  RX-CURRENCY  PIC X(3).
      05  RX-SEP1      PIC X(1).
      05  RX-RATE-DATE PIC X(8).
      05  RX-SEP2      PIC X(1).
      05  RX-RATE      PIC 9(6)V9(8).
   FD  REVAL-FEED-FILE.
   01  GL-FEED-RECORD.
      05  GL-REC-TYPE         PIC X(1).
      05  GL-SEP1             PIC X(1).
      05  GL-JOB-NAME         PIC X(11).
      05  GL-SEP2             PIC X(1).
      05  GL-RUN-DATE         PIC X(8).
      05  GL-SEP3             PIC X(1).
      05  GL-CATEGORY         PIC X(4).
      05  GL-SEP4             PIC X(1).
      05  GL-ACCOUNT          PIC 9(8).
      05  GL-SEP4A            PIC X(1).
      05  GL-DESC             PIC X(30).
      05  GL-SEP4B            PIC X(1).
      05  GL-DEBIT-TOTAL      PIC S9(34)V99.
      05  GL-SEP5             PIC X(1).
      05  GL-CREDIT-TOTAL     PIC S9(34)V99.
      05  GL-SEP6             PIC X(1).
      05  GL-NET-TOTAL        PIC S9(34)V99.
      05  GL-SEP7             PIC X(1).
      05  GL-RECORD-COUNT     PIC 9(8).
      05  GL-SEP8             PIC X(1).
      05  GL-OUT-OF-BALANCE   PIC X(1).
      05  GL-SEP9             PIC X(1).
      05  GL-COMPANY          PIC X(3).
   FD  REVERSAL-FEED-FILE.
   01  REVERSAL-FEED-RECORD.
      05  RGL-REC-TYPE         PIC X(1).
      05  RGL-SEP1             PIC X(1).
      05  RGL-JOB-NAME         PIC X(11).
      05  RGL-SEP2             PIC X(1).
      05  RGL-RUN-DATE         PIC X(8).
      05  RGL-SEP3             PIC X(1).
      05  RGL-CATEGORY         PIC X(4).
      05  RGL-SEP4             PIC X(1).
      05  RGL-ACCOUNT          PIC 9(8).
      05  RGL-SEP4A            PIC X(1).
      05  RGL-DESC             PIC X(30).
      05  RGL-SEP4B            PIC X(1).
      05  RGL-DEBIT-TOTAL      PIC S9(34)V99.
      05  RGL-SEP5             PIC X(1).
      05  RGL-CREDIT-TOTAL     PIC S9(34)V99.
      05  RGL-SEP6             PIC X(1).
      05  RGL-NET-TOTAL        PIC S9(34)V99.
      05  RGL-SEP7             PIC X(1).
      05  RGL-RECORD-COUNT     PIC 9(8).
      05  RGL-SEP8             PIC X(1).
      05  RGL-OUT-OF-BALANCE   PIC X(1).
      05  RGL-SEP9             PIC X(1).
      05  RGL-COMPANY          PIC X(3).
   FD  REVAL-REPORT-FILE.
   01  REVAL-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
       01  PERIOD-PARM           PIC X(6) VALUE SPACES.
       01  NEXT-PERIOD           PIC X(6) VALUE SPACES.
       01  PERIOD-YEAR           PIC 9(4) VALUE 0.
       01  PERIOD-MONTH          PIC 9(2) VALUE 0.
       01  PERIOD-END-DATE       PIC X(8) VALUE SPACES.
       01  REVERSAL-DATE         PIC X(8) VALUE SPACES.
       01  PERIOD-CONTROL-FILE-NAME PIC X(40) VALUE "periodctl.txt".
       01  PERIOD-CONTROL-PARM   PIC X(40) VALUE SPACES.
       01  PERIOD-CONTROL-EOF    PIC X(1) VALUE 'N'.
       01  CATEGORY-MASTER-FILE-NAME PIC X(40) VALUE "catmast.txt".
       01  CATEGORY-MASTER-PARM  PIC X(40) VALUE SPACES.
       01  CATEGORY-MASTER-STATUS PIC X(2) VALUE "00".
       01  POSITION-MASTER-FILE-NAME PIC X(40) VALUE "fxposmast.txt".
       01  POSITION-MASTER-PARM  PIC X(40) VALUE SPACES.
       01  FX-POSITION-FILE-NAME PIC X(40) VALUE SPACES.
       01  FX-POSITION-STATUS    PIC X(2) VALUE "00".
       01  RATE-FILE-NAME        PIC X(40) VALUE SPACES.
       01  RATE-FILE-PARM        PIC X(40) VALUE SPACES.
       01  RATE-FILE-STATUS      PIC X(2) VALUE "00".
       01  REVAL-FEED-FILE-NAME  PIC X(40) VALUE SPACES.
       01  REVERSAL-FEED-FILE-NAME PIC X(40) VALUE SPACES.
       01  REVAL-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01  REVAL-JOB-NAME        PIC X(11) VALUE "FX-REVAL".
       01  REVERSAL-JOB-NAME     PIC X(11) VALUE "FX-REVERSE".
       01  BASE-CURRENCY         PIC X(3) VALUE "USD".
       01  BASE-CURRENCY-PARM    PIC X(3) VALUE SPACES.
       01  GAINLOSS-CATEGORY     PIC X(4) VALUE "FXGL".
       01  GAINLOSS-CATEGORY-PARM PIC X(4) VALUE SPACES.
       01  GAINLOSS-ACCOUNT      PIC 9(8) VALUE 0.
       01  GAINLOSS-DESC         PIC X(30) VALUE SPACES.
       01  GAINLOSS-COMPANY      PIC X(3) VALUE SPACES.
       01  DEFAULT-COMPANY       PIC X(3) VALUE "001".
       01  DEFAULT-COMPANY-PARM  PIC X(3) VALUE SPACES.
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  POSITION-MASTER-EOF   PIC X(1) VALUE 'N'.
       01  FX-POSITION-EOF       PIC X(1) VALUE 'N'.
       01  RATE-EOF              PIC X(1) VALUE 'N'.
       01  LAST-REVALUED-PERIOD  PIC X(6) VALUE SPACES.
       01  EXPECTED-PERIOD       PIC X(6) VALUE SPACES.
       01  WORK-DAY              PIC 9(2) VALUE 0.
       01  WORK-DATE             PIC 9(8) VALUE 0.
       01  WORK-DATE-X REDEFINES WORK-DATE PIC X(8).
       01  DATE-CHECK            PIC S9(4) VALUE 0.
       01  DAY-INTEGER           PIC 9(8) VALUE 0.
       01  WEEKDAY-NUM           PIC 9(1) VALUE 0.
       01  BUSINESS-DAY          PIC X(1) VALUE 'N'.
       01  MONTH-LAST-DAY        PIC 9(2) VALUE 0.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 400 TIMES INDEXED BY HOL-IDX.
               10  HOL-DATE  PIC X(8) VALUE SPACES.
       01  HOLIDAY-COUNT         PIC 9(4) VALUE 0.
       01  MASTER-TABLE.
           05  MASTER-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10  MST-CODE       PIC X(4) VALUE SPACES.
               10  MST-DESC       PIC X(30) VALUE SPACES.
               10  MST-GL-ACCOUNT PIC 9(8) VALUE 0.
               10  MST-COMPANY    PIC X(3) VALUE SPACES.
       01  MASTER-COUNT          PIC 9(4) VALUE 0.
       01  MASTER-FOUND          PIC X(1) VALUE 'N'.
       01  MASTER-LOOKUP-CODE    PIC X(4) VALUE SPACES.
       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 1000 TIMES INDEXED BY PST-IDX.
               10  PST-CATEGORY     PIC X(4) VALUE SPACES.
               10  PST-CURRENCY     PIC X(3) VALUE SPACES.
               10  PST-ORIG-BALANCE PIC S9(34)V99 VALUE 0.
               10  PST-BOOKED-BASE  PIC S9(34)V99 VALUE 0.
               10  PST-REVALUED     PIC S9(34)V99 VALUE 0.
               10  PST-ADJUSTMENT   PIC S9(34)V99 VALUE 0.
               10  PST-ACCOUNT      PIC 9(8) VALUE 0.
               10  PST-DESC         PIC X(30) VALUE SPACES.
               10  PST-COMPANY      PIC X(3) VALUE SPACES.
       01  POSITION-COUNT        PIC 9(4) VALUE 0.
       01  POSITION-FOUND        PIC X(1) VALUE 'N'.
       01  LOOKUP-CATEGORY       PIC X(4) VALUE SPACES.
       01  LOOKUP-CURRENCY       PIC X(3) VALUE SPACES.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 50 TIMES INDEXED BY RTE-IDX.
               10  RTE-CURRENCY PIC X(3) VALUE SPACES.
               10  RTE-RATE     PIC 9(6)V9(8) VALUE 0.
       01  RATE-COUNT            PIC 9(4) VALUE 0.
       01  RATE-FOUND            PIC X(1) VALUE 'N'.
       01  RATE-LOOKUP           PIC X(3) VALUE SPACES.
       01  CONVERSION-RATE       PIC 9(6)V9(8) VALUE 0.
       01  CURRENCY-TABLE.
           05  CURRENCY-ENTRY OCCURS 50 TIMES INDEXED BY CUR-IDX.
               10  CUR-CODE         PIC X(3) VALUE SPACES.
               10  CUR-NEW-RATE     PIC 9(6)V9(8) VALUE 0.
               10  CUR-ORIG-BALANCE PIC S9(34)V99 VALUE 0.
               10  CUR-BOOKED-BASE  PIC S9(34)V99 VALUE 0.
               10  CUR-ADJUSTMENT   PIC S9(34)V99 VALUE 0.
       01  CURRENCY-COUNT        PIC 9(4) VALUE 0.
       01  CURRENCY-FOUND        PIC X(1) VALUE 'N'.
       01  MISSING-DAY-COUNT     PIC 9(4) VALUE 0.
       01  MISSING-RATE-COUNT    PIC 9(4) VALUE 0.
       01  MISSING-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01  OTHER-ENTITY-COUNT    PIC 9(4) VALUE 0.
       01  EXTRACTS-READ         PIC 9(4) VALUE 0.
       01  REVALUED-COUNT        PIC 9(4) VALUE 0.
       01  OLD-RATE              PIC S9(6)V9(8) VALUE 0.
       01  ENTRY-CATEGORY        PIC X(4) VALUE SPACES.
       01  ENTRY-ACCOUNT         PIC 9(8) VALUE 0.
       01  ENTRY-DESC            PIC X(30) VALUE SPACES.
       01  ENTRY-AMOUNT          PIC S9(34)V99 VALUE 0.
       01  ENTRY-COMPANY         PIC X(3) VALUE SPACES.
       01  REVAL-DEBIT-TOTAL     PIC S9(34)V99 VALUE 0.
       01  REVAL-CREDIT-TOTAL    PIC S9(34)V99 VALUE 0.
       01  REVAL-NET-TOTAL       PIC S9(34)V99 VALUE 0.
       01  REVAL-DETAIL-COUNT    PIC 9(8) VALUE 0.
       01  REVAL-OUT-OF-BALANCE  PIC X(1) VALUE 'N'.
       01  TOTAL-ADJUSTMENT      PIC S9(34)V99 VALUE 0.
       01  RVL-PAGE-NUM          PIC 9(4) VALUE 0.
       01  RVL-LINE-CNT          PIC 9(4) VALUE 0.
       01  RVL-PAGE-SIZE         PIC 9(4) VALUE 55.
       01  RVL-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "PERIOD-END FX REVALUATION           ".
           05  FILLER       PIC X(8) VALUE "PERIOD: ".
           05  RH1-PERIOD   PIC X(6).
           05  FILLER       PIC X(8) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  RH1-PAGE     PIC ZZZ9.
       01  RVL-COL-HEAD-1.
           05  FILLER PIC X(5)  VALUE "CUR".
           05  FILLER PIC X(6)  VALUE "CAT".
           05  FILLER PIC X(10) VALUE "GL ACCT".
           05  FILLER PIC X(22) VALUE "      ORIGINAL BALANCE".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "           BOOKED BASE".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE "       OLD RATE".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE "       NEW RATE".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(22) VALUE "            ADJUSTMENT".
       01  RVL-DETAIL-LINE.
           05  RVL-CURRENCY   PIC X(3).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  RVL-CATEGORY   PIC X(4).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  RVL-ACCOUNT    PIC X(8).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  RVL-ORIG       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(1) VALUE SPACES.
           05  RVL-BOOKED     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(1) VALUE SPACES.
           05  RVL-OLD-RATE   PIC ZZZZZ9.99999999.
           05  FILLER         PIC X(1) VALUE SPACES.
           05  RVL-NEW-RATE   PIC ZZZZZ9.99999999.
           05  FILLER         PIC X(1) VALUE SPACES.
           05  RVL-ADJUSTMENT PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RVL-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  RVT-TEXT     PIC X(80).
       01  RVL-PRINT-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
   ACCEPT PERIOD-PARM FROM ENVIRONMENT "PERIOD"
   IF PERIOD-PARM = SPACES
      DISPLAY "FATAL: PERIOD (YYYYMM) IS REQUIRED"
      STOP RUN 20
   END-IF
   IF PERIOD-PARM NOT NUMERIC
      DISPLAY "FATAL: PERIOD [" PERIOD-PARM "] IS NOT YYYYMM"
      STOP RUN 20
   END-IF
   COMPUTE WORK-DATE = FUNCTION NUMVAL(PERIOD-PARM) * 100 + 1
   COMPUTE DATE-CHECK = FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE)
   IF DATE-CHECK NOT = 0
      DISPLAY "FATAL: PERIOD [" PERIOD-PARM "] IS NOT A VALID MONTH"
      STOP RUN 20
   END-IF
   ACCEPT PERIOD-CONTROL-PARM FROM ENVIRONMENT "PERIOD_CONTROL"
   IF PERIOD-CONTROL-PARM NOT = SPACES
      MOVE PERIOD-CONTROL-PARM TO PERIOD-CONTROL-FILE-NAME
   END-IF
   ACCEPT CATEGORY-MASTER-PARM FROM ENVIRONMENT "CATEGORY_MASTER"
   IF CATEGORY-MASTER-PARM NOT = SPACES
      MOVE CATEGORY-MASTER-PARM TO CATEGORY-MASTER-FILE-NAME
   END-IF
   ACCEPT POSITION-MASTER-PARM FROM ENVIRONMENT "FX_POSITION_MASTER"
   IF POSITION-MASTER-PARM NOT = SPACES
      MOVE POSITION-MASTER-PARM TO POSITION-MASTER-FILE-NAME
   END-IF
   ACCEPT BASE-CURRENCY-PARM FROM ENVIRONMENT "BASE_CURRENCY"
   IF BASE-CURRENCY-PARM NOT = SPACES
      MOVE BASE-CURRENCY-PARM TO BASE-CURRENCY
   END-IF
   ACCEPT GAINLOSS-CATEGORY-PARM FROM ENVIRONMENT "FX_GAINLOSS_CATEGORY"
   IF GAINLOSS-CATEGORY-PARM NOT = SPACES
      MOVE GAINLOSS-CATEGORY-PARM TO GAINLOSS-CATEGORY
   END-IF
   ACCEPT DEFAULT-COMPANY-PARM FROM ENVIRONMENT "DEFAULT_COMPANY"
   IF DEFAULT-COMPANY-PARM NOT = SPACES
      MOVE DEFAULT-COMPANY-PARM TO DEFAULT-COMPANY
   END-IF
   PERFORM LOAD-PERIOD-CONTROL
   PERFORM FIND-PERIOD-END-DATE
   PERFORM FIND-REVERSAL-DATE
   PERFORM BUILD-DATED-FILE-NAMES
   ACCEPT RATE-FILE-PARM FROM ENVIRONMENT "EXCHANGE_RATES"
   IF RATE-FILE-PARM NOT = SPACES
      MOVE RATE-FILE-PARM TO RATE-FILE-NAME
   END-IF
   PERFORM LOAD-CATEGORY-MASTER
   MOVE GAINLOSS-CATEGORY TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'N'
      DISPLAY "FATAL: FX GAIN/LOSS CATEGORY [" GAINLOSS-CATEGORY
         "] IS NOT ON THE CATEGORY MASTER"
      STOP RUN 20
   END-IF
   MOVE MST-GL-ACCOUNT(MST-IDX) TO GAINLOSS-ACCOUNT
   MOVE MST-DESC(MST-IDX)       TO GAINLOSS-DESC
   MOVE MST-COMPANY(MST-IDX)    TO GAINLOSS-COMPANY
   PERFORM LOAD-POSITION-MASTER
   PERFORM VARYING WORK-DAY FROM 1 BY 1 UNTIL WORK-DAY > 31
      PERFORM ROLL-IN-PERIOD-DAY
   END-PERFORM
   IF MISSING-DAY-COUNT > 0
      DISPLAY "FATAL: " MISSING-DAY-COUNT
         " BUSINESS DAYS IN PERIOD [" PERIOD-PARM
         "] HAVE NO FX POSITION EXTRACT - NOTHING REVALUED"
      STOP RUN 16
   END-IF
   PERFORM LOAD-RATE-TABLE
   PERFORM VARYING PST-IDX FROM 1 BY 1 UNTIL PST-IDX > POSITION-COUNT
      PERFORM REVALUE-POSITION
   END-PERFORM
   IF MISSING-RATE-COUNT > 0
      DISPLAY "FATAL: " MISSING-RATE-COUNT
         " POSITIONS HAVE NO PERIOD-END RATE IN ["
         FUNCTION TRIM(RATE-FILE-NAME) "] - NOTHING REVALUED"
      STOP RUN 16
   END-IF
   IF MISSING-ACCOUNT-COUNT > 0
      DISPLAY "FATAL: " MISSING-ACCOUNT-COUNT
         " POSITIONS HAVE A CATEGORY NOT ON THE CATEGORY MASTER"
         " - NOTHING REVALUED"
      STOP RUN 20
   END-IF
   IF OTHER-ENTITY-COUNT > 0
      DISPLAY "FATAL: " OTHER-ENTITY-COUNT
         " POSITIONS BELONG TO AN ENTITY OTHER THAN ["
         GAINLOSS-COMPANY "] WHICH OWNS FX GAIN/LOSS CATEGORY ["
         GAINLOSS-CATEGORY "] - NOTHING REVALUED"
      STOP RUN 20
   END-IF
   OPEN OUTPUT REVAL-FEED-FILE
   OPEN OUTPUT REVERSAL-FEED-FILE
   OPEN OUTPUT REVAL-REPORT-FILE
   MOVE 0 TO RVL-PAGE-NUM
   MOVE RVL-PAGE-SIZE TO RVL-LINE-CNT
   PERFORM WRITE-REPORT-PREAMBLE
   PERFORM WRITE-GL-HEADERS
   PERFORM VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > CURRENCY-COUNT
      PERFORM REVALUE-CURRENCY
   END-PERFORM
   PERFORM WRITE-GL-TRAILERS
   PERFORM WRITE-REPORT-SUMMARY
   CLOSE REVAL-FEED-FILE, REVERSAL-FEED-FILE, REVAL-REPORT-FILE
   PERFORM WRITE-POSITION-MASTER
   DISPLAY "FX REVALUATION COMPLETE: PERIOD " PERIOD-PARM " - "
      REVALUED-COUNT " POSITIONS IN " CURRENCY-COUNT
      " CURRENCIES, " REVAL-DETAIL-COUNT " ENTRIES WRITTEN TO "
      FUNCTION TRIM(REVAL-FEED-FILE-NAME) ", REVERSED ON "
      REVERSAL-DATE
   IF REVAL-OUT-OF-BALANCE = 'Y'
      STOP RUN 8
   END-IF
   STOP RUN.

LOAD-PERIOD-CONTROL.
   OPEN INPUT PERIOD-CONTROL-FILE
   PERFORM UNTIL PERIOD-CONTROL-EOF = 'Y'
      READ PERIOD-CONTROL-FILE
         AT END MOVE 'Y' TO PERIOD-CONTROL-EOF
         NOT AT END
            IF PCT-REC-TYPE = 'P' AND PCT-PERIOD = PERIOD-PARM
               AND PCT-STATUS = "CLOSED"
               DISPLAY "FATAL: PERIOD CONTROL ["
                  FUNCTION TRIM(PERIOD-CONTROL-FILE-NAME)
                  "] SHOWS PERIOD [" PERIOD-PARM
                  "] IS CLOSED - REFUSING TO REVALUE"
               CLOSE PERIOD-CONTROL-FILE
               STOP RUN 16
            END-IF
            IF PCN-REC-TYPE = 'N'
               IF HOLIDAY-COUNT >= 400
                  DISPLAY "FATAL: PERIOD CALENDAR EXCEEDS 400 "
                     "NON-BUSINESS DAYS"
                  CLOSE PERIOD-CONTROL-FILE
                  STOP RUN 20
               END-IF
               ADD 1 TO HOLIDAY-COUNT
               SET HOL-IDX TO HOLIDAY-COUNT
               MOVE PCN-DATE TO HOL-DATE(HOL-IDX)
            END-IF
      END-READ
   END-PERFORM
   CLOSE PERIOD-CONTROL-FILE.

CHECK-BUSINESS-DAY.
   MOVE 'N' TO BUSINESS-DAY
   COMPUTE WEEKDAY-NUM =
      FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WORK-DATE), 7)
   IF WEEKDAY-NUM < 1 OR WEEKDAY-NUM > 5
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING HOL-IDX FROM 1 BY 1 UNTIL HOL-IDX > HOLIDAY-COUNT
      IF HOL-DATE(HOL-IDX) = WORK-DATE-X
         EXIT PARAGRAPH
      END-IF
   END-PERFORM
   MOVE 'Y' TO BUSINESS-DAY.

FIND-PERIOD-END-DATE.
   MOVE 31 TO MONTH-LAST-DAY
   COMPUTE WORK-DATE =
      FUNCTION NUMVAL(PERIOD-PARM) * 100 + MONTH-LAST-DAY
   PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) = 0
      SUBTRACT 1 FROM MONTH-LAST-DAY
      COMPUTE WORK-DATE =
         FUNCTION NUMVAL(PERIOD-PARM) * 100 + MONTH-LAST-DAY
   END-PERFORM
   COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WORK-DATE)
   PERFORM UNTIL WORK-DATE-X(1:6) NOT = PERIOD-PARM
      PERFORM CHECK-BUSINESS-DAY
      IF BUSINESS-DAY = 'Y'
         MOVE WORK-DATE-X TO PERIOD-END-DATE
         EXIT PERFORM
      END-IF
      SUBTRACT 1 FROM DAY-INTEGER
      COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
   END-PERFORM
   IF PERIOD-END-DATE = SPACES
      DISPLAY "FATAL: PERIOD [" PERIOD-PARM
         "] CONTAINS NO BUSINESS DAYS"
      STOP RUN 20
   END-IF.

FIND-REVERSAL-DATE.
   MOVE PERIOD-PARM(1:4) TO PERIOD-YEAR
   MOVE PERIOD-PARM(5:2) TO PERIOD-MONTH
   IF PERIOD-MONTH = 12
      ADD 1 TO PERIOD-YEAR
      MOVE 1 TO PERIOD-MONTH
   ELSE
      ADD 1 TO PERIOD-MONTH
   END-IF
   MOVE PERIOD-YEAR  TO NEXT-PERIOD(1:4)
   MOVE PERIOD-MONTH TO NEXT-PERIOD(5:2)
   COMPUTE WORK-DATE = FUNCTION NUMVAL(NEXT-PERIOD) * 100 + 1
   COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WORK-DATE)
   PERFORM UNTIL WORK-DATE-X(1:6) NOT = NEXT-PERIOD
      PERFORM CHECK-BUSINESS-DAY
      IF BUSINESS-DAY = 'Y'
         MOVE WORK-DATE-X TO REVERSAL-DATE
         EXIT PERFORM
      END-IF
      ADD 1 TO DAY-INTEGER
      COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
   END-PERFORM
   IF REVERSAL-DATE = SPACES
      DISPLAY "FATAL: PERIOD [" NEXT-PERIOD
         "] CONTAINS NO BUSINESS DAY FOR THE REVERSAL"
      STOP RUN 20
   END-IF.

BUILD-DATED-FILE-NAMES.
   MOVE SPACES TO RATE-FILE-NAME
   MOVE SPACES TO REVAL-FEED-FILE-NAME
   MOVE SPACES TO REVERSAL-FEED-FILE-NAME
   MOVE SPACES TO REVAL-REPORT-FILE-NAME
   STRING "RATES.D" DELIMITED BY SIZE
          PERIOD-END-DATE DELIMITED BY SPACE
          INTO RATE-FILE-NAME
   STRING "GLREVAL.D" DELIMITED BY SIZE
          PERIOD-END-DATE DELIMITED BY SPACE
          INTO REVAL-FEED-FILE-NAME
   STRING "GLREVRS.D" DELIMITED BY SIZE
          REVERSAL-DATE DELIMITED BY SPACE
          INTO REVERSAL-FEED-FILE-NAME
   STRING "FXREVAL.M" DELIMITED BY SIZE
          PERIOD-PARM DELIMITED BY SPACE
          INTO REVAL-REPORT-FILE-NAME.

LOAD-CATEGORY-MASTER.
   OPEN INPUT CATEGORY-MASTER-FILE
   IF CATEGORY-MASTER-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN CATEGORY MASTER ["
         FUNCTION TRIM(CATEGORY-MASTER-FILE-NAME)
         "] - FILE STATUS " CATEGORY-MASTER-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL MASTER-EOF = 'Y'
      READ CATEGORY-MASTER-FILE
         AT END MOVE 'Y' TO MASTER-EOF
         NOT AT END
            IF MASTER-COUNT >= 500
               DISPLAY "FATAL: CATEGORY MASTER EXCEEDS 500 ENTRIES"
               CLOSE CATEGORY-MASTER-FILE
               STOP RUN 20
            END-IF
            IF CM-GL-ACCOUNT NOT NUMERIC
               DISPLAY "FATAL: CATEGORY MASTER ENTRY [" CM-CODE
                  "] HAS NON-NUMERIC GL ACCOUNT [" CM-GL-ACCOUNT "]"
               CLOSE CATEGORY-MASTER-FILE
               STOP RUN 20
            END-IF
            ADD 1 TO MASTER-COUNT
            SET MST-IDX TO MASTER-COUNT
            MOVE CM-CODE       TO MST-CODE(MST-IDX)
            MOVE CM-DESC       TO MST-DESC(MST-IDX)
            MOVE CM-GL-ACCOUNT TO MST-GL-ACCOUNT(MST-IDX)
            IF CM-COMPANY = SPACES
               MOVE DEFAULT-COMPANY TO MST-COMPANY(MST-IDX)
            ELSE
               MOVE CM-COMPANY TO MST-COMPANY(MST-IDX)
            END-IF
      END-READ
   END-PERFORM
   CLOSE CATEGORY-MASTER-FILE.

FIND-MASTER-CATEGORY.
   MOVE 'N' TO MASTER-FOUND
   PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MASTER-COUNT
      IF MST-CODE(MST-IDX) = MASTER-LOOKUP-CODE
         MOVE 'Y' TO MASTER-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

LOAD-POSITION-MASTER.
   OPEN INPUT POSITION-MASTER-FILE
   PERFORM UNTIL POSITION-MASTER-EOF = 'Y'
      READ POSITION-MASTER-FILE
         AT END MOVE 'Y' TO POSITION-MASTER-EOF
         NOT AT END
            EVALUATE PMS-REC-TYPE
               WHEN 'H'
                  MOVE PMH-PERIOD TO LAST-REVALUED-PERIOD
               WHEN 'D'
                  MOVE PMS-CATEGORY TO LOOKUP-CATEGORY
                  MOVE PMS-CURRENCY TO LOOKUP-CURRENCY
                  PERFORM FIND-POSITION-ENTRY
                  ADD PMS-ORIG-BALANCE TO PST-ORIG-BALANCE(PST-IDX)
                  ADD PMS-BOOKED-BASE  TO PST-BOOKED-BASE(PST-IDX)
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE POSITION-MASTER-FILE
   IF LAST-REVALUED-PERIOD = SPACES
      EXIT PARAGRAPH
   END-IF
   IF LAST-REVALUED-PERIOD NOT < PERIOD-PARM
      DISPLAY "FATAL: FX POSITION MASTER ["
         FUNCTION TRIM(POSITION-MASTER-FILE-NAME)
         "] IS ALREADY REVALUED THROUGH PERIOD ["
         LAST-REVALUED-PERIOD "] - REFUSING TO REVALUE PERIOD ["
         PERIOD-PARM "] AGAIN"
      STOP RUN 16
   END-IF
   MOVE LAST-REVALUED-PERIOD(1:4) TO PERIOD-YEAR
   MOVE LAST-REVALUED-PERIOD(5:2) TO PERIOD-MONTH
   IF PERIOD-MONTH = 12
      ADD 1 TO PERIOD-YEAR
      MOVE 1 TO PERIOD-MONTH
   ELSE
      ADD 1 TO PERIOD-MONTH
   END-IF
   MOVE PERIOD-YEAR  TO EXPECTED-PERIOD(1:4)
   MOVE PERIOD-MONTH TO EXPECTED-PERIOD(5:2)
   IF PERIOD-PARM NOT = EXPECTED-PERIOD
      DISPLAY "FATAL: FX POSITION MASTER ["
         FUNCTION TRIM(POSITION-MASTER-FILE-NAME)
         "] WAS LAST REVALUED FOR PERIOD [" LAST-REVALUED-PERIOD
         "] - PERIOD [" EXPECTED-PERIOD "] MUST BE REVALUED FIRST"
      STOP RUN 16
   END-IF.

FIND-POSITION-ENTRY.
   MOVE 'N' TO POSITION-FOUND
   PERFORM VARYING PST-IDX FROM 1 BY 1 UNTIL PST-IDX > POSITION-COUNT
      IF PST-CATEGORY(PST-IDX) = LOOKUP-CATEGORY
         AND PST-CURRENCY(PST-IDX) = LOOKUP-CURRENCY
         MOVE 'Y' TO POSITION-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF POSITION-FOUND = 'N'
      IF POSITION-COUNT >= 1000
         DISPLAY "FATAL: FX POSITION TABLE EXCEEDS 1000 ENTRIES"
         STOP RUN 20
      END-IF
      ADD 1 TO POSITION-COUNT
      SET PST-IDX TO POSITION-COUNT
      MOVE LOOKUP-CATEGORY TO PST-CATEGORY(PST-IDX)
      MOVE LOOKUP-CURRENCY TO PST-CURRENCY(PST-IDX)
      MOVE 0 TO PST-ORIG-BALANCE(PST-IDX)
      MOVE 0 TO PST-BOOKED-BASE(PST-IDX)
      MOVE 0 TO PST-REVALUED(PST-IDX)
      MOVE 0 TO PST-ADJUSTMENT(PST-IDX)
      MOVE 0 TO PST-ACCOUNT(PST-IDX)
      MOVE SPACES TO PST-DESC(PST-IDX)
   END-IF.

ROLL-IN-PERIOD-DAY.
   COMPUTE WORK-DATE =
      FUNCTION NUMVAL(PERIOD-PARM) * 100 + WORK-DAY
   COMPUTE DATE-CHECK = FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE)
   IF DATE-CHECK NOT = 0
      EXIT PARAGRAPH
   END-IF
   PERFORM CHECK-BUSINESS-DAY
   MOVE SPACES TO FX-POSITION-FILE-NAME
   STRING "FXPOS.D" DELIMITED BY SIZE
          WORK-DATE-X DELIMITED BY SPACE
          INTO FX-POSITION-FILE-NAME
   OPEN INPUT FX-POSITION-FILE
   IF FX-POSITION-STATUS = "35"
      IF BUSINESS-DAY = 'Y'
         ADD 1 TO MISSING-DAY-COUNT
         DISPLAY "WARNING: FX POSITION EXTRACT ["
            FUNCTION TRIM(FX-POSITION-FILE-NAME)
            "] NOT FOUND FOR BUSINESS DAY"
      END-IF
      EXIT PARAGRAPH
   END-IF
   IF FX-POSITION-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN FX POSITION EXTRACT ["
         FUNCTION TRIM(FX-POSITION-FILE-NAME)
         "] - FILE STATUS " FX-POSITION-STATUS
      STOP RUN 20
   END-IF
   MOVE 'N' TO FX-POSITION-EOF
   PERFORM UNTIL FX-POSITION-EOF = 'Y'
      READ FX-POSITION-FILE
         AT END MOVE 'Y' TO FX-POSITION-EOF
         NOT AT END
            IF FXP-CURRENCY NOT = BASE-CURRENCY
               MOVE FXP-CATEGORY TO LOOKUP-CATEGORY
               MOVE FXP-CURRENCY TO LOOKUP-CURRENCY
               PERFORM FIND-POSITION-ENTRY
               ADD FXP-ORIG-NET TO PST-ORIG-BALANCE(PST-IDX)
               ADD FXP-BASE-NET TO PST-BOOKED-BASE(PST-IDX)
            END-IF
      END-READ
   END-PERFORM
   CLOSE FX-POSITION-FILE
   ADD 1 TO EXTRACTS-READ.

LOAD-RATE-TABLE.
   OPEN INPUT RATE-FILE
   IF RATE-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN PERIOD-END RATES ["
         FUNCTION TRIM(RATE-FILE-NAME)
         "] - FILE STATUS " RATE-FILE-STATUS
      STOP RUN 20
   END-IF
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
            IF RX-RATE-DATE NOT = PERIOD-END-DATE
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
   PERFORM VARYING RTE-IDX FROM 1 BY 1 UNTIL RTE-IDX > RATE-COUNT
      IF RTE-CURRENCY(RTE-IDX) = RATE-LOOKUP
         MOVE 'Y' TO RATE-FOUND
         MOVE RTE-RATE(RTE-IDX) TO CONVERSION-RATE
         EXIT PERFORM
      END-IF
   END-PERFORM.

REVALUE-POSITION.
   IF PST-ORIG-BALANCE(PST-IDX) = 0 AND PST-BOOKED-BASE(PST-IDX) = 0
      EXIT PARAGRAPH
   END-IF
   MOVE PST-CURRENCY(PST-IDX) TO RATE-LOOKUP
   PERFORM FIND-RATE
   IF RATE-FOUND = 'N'
      ADD 1 TO MISSING-RATE-COUNT
      DISPLAY "WARNING: NO PERIOD-END RATE FOR CURRENCY ["
         PST-CURRENCY(PST-IDX) "] HELD IN CATEGORY ["
         PST-CATEGORY(PST-IDX) "]"
      EXIT PARAGRAPH
   END-IF
   MOVE PST-CATEGORY(PST-IDX) TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'N'
      ADD 1 TO MISSING-ACCOUNT-COUNT
      DISPLAY "WARNING: FX POSITION CATEGORY ["
         PST-CATEGORY(PST-IDX) "] IS NOT ON THE CATEGORY MASTER"
      EXIT PARAGRAPH
   END-IF
   MOVE MST-GL-ACCOUNT(MST-IDX) TO PST-ACCOUNT(PST-IDX)
   MOVE MST-DESC(MST-IDX)       TO PST-DESC(PST-IDX)
   MOVE MST-COMPANY(MST-IDX)    TO PST-COMPANY(PST-IDX)
   IF PST-COMPANY(PST-IDX) NOT = GAINLOSS-COMPANY
      ADD 1 TO OTHER-ENTITY-COUNT
      DISPLAY "WARNING: FX POSITION CATEGORY ["
         PST-CATEGORY(PST-IDX) "] BELONGS TO ENTITY ["
         PST-COMPANY(PST-IDX) "], NOT FX GAIN/LOSS ENTITY ["
         GAINLOSS-COMPANY "]"
      EXIT PARAGRAPH
   END-IF
   COMPUTE PST-REVALUED(PST-IDX) ROUNDED =
      PST-ORIG-BALANCE(PST-IDX) * CONVERSION-RATE
   COMPUTE PST-ADJUSTMENT(PST-IDX) =
      PST-REVALUED(PST-IDX) - PST-BOOKED-BASE(PST-IDX)
   ADD 1 TO REVALUED-COUNT
   MOVE 'N' TO CURRENCY-FOUND
   PERFORM VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > CURRENCY-COUNT
      IF CUR-CODE(CUR-IDX) = PST-CURRENCY(PST-IDX)
         MOVE 'Y' TO CURRENCY-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF CURRENCY-FOUND = 'N'
      IF CURRENCY-COUNT >= 50
         DISPLAY "FATAL: REVALUATION CURRENCY TABLE EXCEEDS 50 "
            "ENTRIES"
         STOP RUN 20
      END-IF
      ADD 1 TO CURRENCY-COUNT
      SET CUR-IDX TO CURRENCY-COUNT
      MOVE PST-CURRENCY(PST-IDX) TO CUR-CODE(CUR-IDX)
      MOVE CONVERSION-RATE       TO CUR-NEW-RATE(CUR-IDX)
      MOVE 0 TO CUR-ORIG-BALANCE(CUR-IDX)
      MOVE 0 TO CUR-BOOKED-BASE(CUR-IDX)
      MOVE 0 TO CUR-ADJUSTMENT(CUR-IDX)
   END-IF
   ADD PST-ORIG-BALANCE(PST-IDX) TO CUR-ORIG-BALANCE(CUR-IDX)
   ADD PST-BOOKED-BASE(PST-IDX)  TO CUR-BOOKED-BASE(CUR-IDX)
   ADD PST-ADJUSTMENT(PST-IDX)   TO CUR-ADJUSTMENT(CUR-IDX).

REVALUE-CURRENCY.
   PERFORM VARYING PST-IDX FROM 1 BY 1 UNTIL PST-IDX > POSITION-COUNT
      IF PST-CURRENCY(PST-IDX) = CUR-CODE(CUR-IDX)
         AND (PST-ORIG-BALANCE(PST-IDX) NOT = 0
              OR PST-BOOKED-BASE(PST-IDX) NOT = 0)
         PERFORM POST-POSITION-ADJUSTMENT
      END-IF
   END-PERFORM
   MOVE SPACES TO RVL-DETAIL-LINE
   MOVE CUR-CODE(CUR-IDX)         TO RVL-CURRENCY
   MOVE "TOTL"                    TO RVL-CATEGORY
   MOVE CUR-ORIG-BALANCE(CUR-IDX) TO RVL-ORIG
   MOVE CUR-BOOKED-BASE(CUR-IDX)  TO RVL-BOOKED
   MOVE 0 TO OLD-RATE
   IF CUR-ORIG-BALANCE(CUR-IDX) NOT = 0
      COMPUTE OLD-RATE ROUNDED =
         CUR-BOOKED-BASE(CUR-IDX) / CUR-ORIG-BALANCE(CUR-IDX)
   END-IF
   MOVE OLD-RATE                  TO RVL-OLD-RATE
   MOVE CUR-NEW-RATE(CUR-IDX)     TO RVL-NEW-RATE
   MOVE CUR-ADJUSTMENT(CUR-IDX)   TO RVL-ADJUSTMENT
   MOVE RVL-DETAIL-LINE TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE
   IF CUR-ADJUSTMENT(CUR-IDX) NOT = 0
      MOVE GAINLOSS-CATEGORY TO ENTRY-CATEGORY
      MOVE GAINLOSS-ACCOUNT  TO ENTRY-ACCOUNT
      MOVE GAINLOSS-COMPANY  TO ENTRY-COMPANY
      MOVE SPACES TO ENTRY-DESC
      STRING "UNREALIZED FX " DELIMITED BY SIZE
             CUR-CODE(CUR-IDX) DELIMITED BY SIZE
             INTO ENTRY-DESC
      COMPUTE ENTRY-AMOUNT = 0 - CUR-ADJUSTMENT(CUR-IDX)
      PERFORM WRITE-GL-DETAIL-LINES
      MOVE SPACES TO RVL-DETAIL-LINE
      MOVE CUR-CODE(CUR-IDX)  TO RVL-CURRENCY
      MOVE GAINLOSS-CATEGORY  TO RVL-CATEGORY
      MOVE GAINLOSS-ACCOUNT   TO RVL-ACCOUNT
      MOVE ENTRY-AMOUNT       TO RVL-ADJUSTMENT
      MOVE RVL-DETAIL-LINE TO RVL-PRINT-LINE
      PERFORM PRINT-REVAL-LINE
   END-IF
   ADD CUR-ADJUSTMENT(CUR-IDX) TO TOTAL-ADJUSTMENT
   MOVE SPACES TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE.

POST-POSITION-ADJUSTMENT.
   MOVE SPACES TO RVL-DETAIL-LINE
   MOVE PST-CURRENCY(PST-IDX)     TO RVL-CURRENCY
   MOVE PST-CATEGORY(PST-IDX)     TO RVL-CATEGORY
   MOVE PST-ACCOUNT(PST-IDX)      TO RVL-ACCOUNT
   MOVE PST-ORIG-BALANCE(PST-IDX) TO RVL-ORIG
   MOVE PST-BOOKED-BASE(PST-IDX)  TO RVL-BOOKED
   MOVE 0 TO OLD-RATE
   IF PST-ORIG-BALANCE(PST-IDX) NOT = 0
      COMPUTE OLD-RATE ROUNDED =
         PST-BOOKED-BASE(PST-IDX) / PST-ORIG-BALANCE(PST-IDX)
   END-IF
   MOVE OLD-RATE                  TO RVL-OLD-RATE
   MOVE CUR-NEW-RATE(CUR-IDX)     TO RVL-NEW-RATE
   MOVE PST-ADJUSTMENT(PST-IDX)   TO RVL-ADJUSTMENT
   MOVE RVL-DETAIL-LINE TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE
   IF PST-ADJUSTMENT(PST-IDX) NOT = 0
      MOVE PST-CATEGORY(PST-IDX)   TO ENTRY-CATEGORY
      MOVE PST-ACCOUNT(PST-IDX)    TO ENTRY-ACCOUNT
      MOVE PST-DESC(PST-IDX)       TO ENTRY-DESC
      MOVE PST-COMPANY(PST-IDX)    TO ENTRY-COMPANY
      MOVE PST-ADJUSTMENT(PST-IDX) TO ENTRY-AMOUNT
      PERFORM WRITE-GL-DETAIL-LINES
   END-IF.

WRITE-GL-HEADERS.
   INITIALIZE GL-FEED-RECORD
   MOVE 'H' TO GL-REC-TYPE
   MOVE REVAL-JOB-NAME TO GL-JOB-NAME
   MOVE PERIOD-END-DATE TO GL-RUN-DATE
   WRITE GL-FEED-RECORD
   INITIALIZE REVERSAL-FEED-RECORD
   MOVE 'H' TO RGL-REC-TYPE
   MOVE REVERSAL-JOB-NAME TO RGL-JOB-NAME
   MOVE REVERSAL-DATE TO RGL-RUN-DATE
   WRITE REVERSAL-FEED-RECORD.

WRITE-GL-DETAIL-LINES.
   INITIALIZE GL-FEED-RECORD
   MOVE 'D' TO GL-REC-TYPE
   MOVE PERIOD-END-DATE TO GL-RUN-DATE
   MOVE ENTRY-CATEGORY  TO GL-CATEGORY
   MOVE ENTRY-ACCOUNT   TO GL-ACCOUNT
   MOVE ENTRY-DESC      TO GL-DESC
   MOVE ENTRY-COMPANY   TO GL-COMPANY
   INITIALIZE REVERSAL-FEED-RECORD
   MOVE 'D' TO RGL-REC-TYPE
   MOVE REVERSAL-DATE   TO RGL-RUN-DATE
   MOVE ENTRY-CATEGORY  TO RGL-CATEGORY
   MOVE ENTRY-ACCOUNT   TO RGL-ACCOUNT
   MOVE ENTRY-DESC      TO RGL-DESC
   MOVE ENTRY-COMPANY   TO RGL-COMPANY
   IF ENTRY-AMOUNT < 0
      MOVE 0 TO GL-DEBIT-TOTAL
      COMPUTE GL-CREDIT-TOTAL = 0 - ENTRY-AMOUNT
      COMPUTE RGL-DEBIT-TOTAL = 0 - ENTRY-AMOUNT
      MOVE 0 TO RGL-CREDIT-TOTAL
      SUBTRACT ENTRY-AMOUNT FROM REVAL-CREDIT-TOTAL
   ELSE
      MOVE ENTRY-AMOUNT TO GL-DEBIT-TOTAL
      MOVE 0 TO GL-CREDIT-TOTAL
      MOVE 0 TO RGL-DEBIT-TOTAL
      MOVE ENTRY-AMOUNT TO RGL-CREDIT-TOTAL
      ADD ENTRY-AMOUNT TO REVAL-DEBIT-TOTAL
   END-IF
   MOVE ENTRY-AMOUNT TO GL-NET-TOTAL
   COMPUTE RGL-NET-TOTAL = 0 - ENTRY-AMOUNT
   ADD ENTRY-AMOUNT TO REVAL-NET-TOTAL
   ADD 1 TO REVAL-DETAIL-COUNT
   WRITE GL-FEED-RECORD
   WRITE REVERSAL-FEED-RECORD.

WRITE-GL-TRAILERS.
   IF REVAL-DEBIT-TOTAL = REVAL-CREDIT-TOTAL AND REVAL-NET-TOTAL = 0
      MOVE 'N' TO REVAL-OUT-OF-BALANCE
   ELSE
      MOVE 'Y' TO REVAL-OUT-OF-BALANCE
   END-IF
   INITIALIZE GL-FEED-RECORD
   MOVE 'T' TO GL-REC-TYPE
   MOVE REVAL-DEBIT-TOTAL    TO GL-DEBIT-TOTAL
   MOVE REVAL-CREDIT-TOTAL   TO GL-CREDIT-TOTAL
   MOVE REVAL-NET-TOTAL      TO GL-NET-TOTAL
   MOVE REVAL-DETAIL-COUNT   TO GL-RECORD-COUNT
   MOVE REVAL-OUT-OF-BALANCE TO GL-OUT-OF-BALANCE
   WRITE GL-FEED-RECORD
   INITIALIZE REVERSAL-FEED-RECORD
   MOVE 'T' TO RGL-REC-TYPE
   MOVE REVAL-CREDIT-TOTAL   TO RGL-DEBIT-TOTAL
   MOVE REVAL-DEBIT-TOTAL    TO RGL-CREDIT-TOTAL
   COMPUTE RGL-NET-TOTAL = 0 - REVAL-NET-TOTAL
   MOVE REVAL-DETAIL-COUNT   TO RGL-RECORD-COUNT
   MOVE REVAL-OUT-OF-BALANCE TO RGL-OUT-OF-BALANCE
   WRITE REVERSAL-FEED-RECORD.

WRITE-REPORT-PREAMBLE.
   MOVE SPACES TO RVL-TEXT-LINE
   STRING "PERIOD-END RATE DATE: " DELIMITED BY SIZE
          PERIOD-END-DATE DELIMITED BY SIZE
          "   REVERSAL DATE: " DELIMITED BY SIZE
          REVERSAL-DATE DELIMITED BY SIZE
          "   BASE CURRENCY: " DELIMITED BY SIZE
          BASE-CURRENCY DELIMITED BY SIZE
          INTO RVT-TEXT
   MOVE RVL-TEXT-LINE TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE
   MOVE SPACES TO RVL-TEXT-LINE
   STRING "FX GAIN/LOSS CATEGORY: " DELIMITED BY SIZE
          GAINLOSS-CATEGORY DELIMITED BY SIZE
          "   GL ACCOUNT: " DELIMITED BY SIZE
          GAINLOSS-ACCOUNT DELIMITED BY SIZE
          "   DAILY EXTRACTS READ: " DELIMITED BY SIZE
          EXTRACTS-READ DELIMITED BY SIZE
          INTO RVT-TEXT
   MOVE RVL-TEXT-LINE TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE
   MOVE SPACES TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE
   MOVE RVL-COL-HEAD-1 TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE.

WRITE-REPORT-SUMMARY.
   MOVE SPACES TO RVL-DETAIL-LINE
   MOVE "ALL"            TO RVL-CURRENCY
   MOVE "TOTL"           TO RVL-CATEGORY
   MOVE TOTAL-ADJUSTMENT TO RVL-ADJUSTMENT
   MOVE RVL-DETAIL-LINE TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE
   MOVE SPACES TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE
   MOVE SPACES TO RVL-TEXT-LINE
   IF TOTAL-ADJUSTMENT < 0
      MOVE "NET UNREALIZED FX LOSS POSTED FOR THE PERIOD" TO RVT-TEXT
   ELSE
      MOVE "NET UNREALIZED FX GAIN POSTED FOR THE PERIOD" TO RVT-TEXT
   END-IF
   MOVE RVL-TEXT-LINE TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE
   MOVE SPACES TO RVL-TEXT-LINE
   STRING "POSITIONS REVALUED: " DELIMITED BY SIZE
          REVALUED-COUNT DELIMITED BY SIZE
          "  CURRENCIES: " DELIMITED BY SIZE
          CURRENCY-COUNT DELIMITED BY SIZE
          "  GL ENTRIES: " DELIMITED BY SIZE
          REVAL-DETAIL-COUNT DELIMITED BY SIZE
          INTO RVT-TEXT
   MOVE RVL-TEXT-LINE TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE
   MOVE SPACES TO RVL-TEXT-LINE
   IF REVAL-OUT-OF-BALANCE = 'N'
      MOVE "REVALUATION AND REVERSAL FEEDS ARE IN BALANCE" TO RVT-TEXT
   ELSE
      MOVE "*** REVALUATION FEED OUT OF BALANCE - DEBITS DO NOT "
         & "EQUAL CREDITS ***" TO RVT-TEXT
   END-IF
   MOVE RVL-TEXT-LINE TO RVL-PRINT-LINE
   PERFORM PRINT-REVAL-LINE.

WRITE-POSITION-MASTER.
   OPEN OUTPUT POSITION-MASTER-FILE
   INITIALIZE POSITION-HEADER-RECORD
   MOVE 'H' TO PMH-TYPE
   MOVE '|' TO PMH-SEP1
   MOVE PERIOD-PARM TO PMH-PERIOD
   WRITE POSITION-MASTER-RECORD
   PERFORM VARYING PST-IDX FROM 1 BY 1 UNTIL PST-IDX > POSITION-COUNT
      IF PST-ORIG-BALANCE(PST-IDX) NOT = 0
         OR PST-BOOKED-BASE(PST-IDX) NOT = 0
         INITIALIZE POSITION-MASTER-RECORD
         MOVE 'D' TO PMS-REC-TYPE
         MOVE PST-CATEGORY(PST-IDX)     TO PMS-CATEGORY
         MOVE PST-CURRENCY(PST-IDX)     TO PMS-CURRENCY
         MOVE PST-ORIG-BALANCE(PST-IDX) TO PMS-ORIG-BALANCE
         MOVE PST-BOOKED-BASE(PST-IDX)  TO PMS-BOOKED-BASE
         MOVE '|' TO PMS-SEP0, PMS-SEP1, PMS-SEP2, PMS-SEP3
         WRITE POSITION-MASTER-RECORD
      END-IF
   END-PERFORM
   CLOSE POSITION-MASTER-FILE.

PRINT-REVAL-LINE.
   IF RVL-LINE-CNT >= RVL-PAGE-SIZE
      PERFORM PRINT-REVAL-PAGE-HEADING
   END-IF
   MOVE RVL-PRINT-LINE TO REVAL-REPORT-LINE
   WRITE REVAL-REPORT-LINE
   ADD 1 TO RVL-LINE-CNT.

PRINT-REVAL-PAGE-HEADING.
   ADD 1 TO RVL-PAGE-NUM
   MOVE PERIOD-PARM TO RH1-PERIOD
   MOVE RVL-PAGE-NUM TO RH1-PAGE
   MOVE RVL-HEAD-1 TO REVAL-REPORT-LINE
   WRITE REVAL-REPORT-LINE
   MOVE SPACES TO REVAL-REPORT-LINE
   WRITE REVAL-REPORT-LINE
   MOVE 2 TO RVL-LINE-CNT.
