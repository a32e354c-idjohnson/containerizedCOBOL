IDENTIFICATION DIVISION.
PROGRAM-ID. BUDGET-VARIANCE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT PERIOD-FEED-FILE
      ASSIGN DYNAMIC PERIOD-FEED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS PERIOD-FEED-STATUS.
   SELECT OPTIONAL BUDGET-MASTER-FILE
      ASSIGN DYNAMIC BUDGET-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT BUDGET-REPORT-FILE
      ASSIGN DYNAMIC BUDGET-REPORT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT EXCEPTION-FILE
      ASSIGN DYNAMIC EXCEPTION-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   FD  PERIOD-FEED-FILE.
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
   FD  BUDGET-MASTER-FILE.
   01  BUDGET-MASTER-RECORD.
      05  BDM-ACCOUNT    PIC 9(8).
      05  BDM-SEP1       PIC X(1).
      05  BDM-PERIOD     PIC X(6).
      05  BDM-SEP2       PIC X(1).
      05  BDM-AMOUNT     PIC S9(34)V99.
      05  BDM-SEP3       PIC X(1).
      05  BDM-UPDATED    PIC X(8).
      05  BDM-SEP4       PIC X(1).
      05  BDM-USER       PIC X(8).
   FD  BUDGET-REPORT-FILE.
   01  BUDGET-REPORT-LINE PIC X(132).
   FD  EXCEPTION-FILE.
   01  EXCEPTION-RECORD.
      05  BEX-PERIOD     PIC X(6).
      05  BEX-SEP1       PIC X(1).
      05  BEX-ACCOUNT    PIC 9(8).
      05  BEX-SEP2       PIC X(1).
      05  BEX-BASIS      PIC X(3).
      05  BEX-SEP3       PIC X(1).
      05  BEX-ACTUAL     PIC S9(34)V99.
      05  BEX-SEP4       PIC X(1).
      05  BEX-BUDGET     PIC S9(34)V99.
      05  BEX-SEP5       PIC X(1).
      05  BEX-VARIANCE   PIC S9(34)V99.
      05  BEX-SEP6       PIC X(1).
      05  BEX-PCT        PIC 9(7)V99.
      05  BEX-SEP7       PIC X(1).
      05  BEX-REASON     PIC X(12).

WORKING-STORAGE SECTION.
       01  PERIOD-PARM           PIC X(6) VALUE SPACES.
       01  PERIOD-YEAR           PIC X(4) VALUE SPACES.
       01  PERIOD-MONTH          PIC 9(2) VALUE 0.
       01  PERIOD-FEED-STATUS    PIC X(2) VALUE "00".
       01  PERIOD-FEED-FILE-NAME PIC X(40) VALUE SPACES.
       01  BUDGET-MASTER-FILE-NAME PIC X(40) VALUE "budmast.txt".
       01  BUDGET-MASTER-PARM    PIC X(40) VALUE SPACES.
       01  BUDGET-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01  EXCEPTION-FILE-NAME   PIC X(40) VALUE SPACES.
       01  PCT-PARM              PIC X(18) VALUE SPACES.
       01  PARM-STATUS           PIC S9(4) VALUE 0.
       01  TOLERANCE-PCT-LIMIT   PIC 9(3)V99 VALUE 10.00.
       01  TOLERANCE-PCT-EDIT    PIC ZZ9.99.
       01  WORK-DATE             PIC 9(8) VALUE 0.
       01  DATE-CHECK            PIC S9(4) VALUE 0.
       01  WORK-MONTH            PIC 9(2) VALUE 0.
       01  WORK-PERIOD           PIC X(6) VALUE SPACES.
       01  WORK-PERIOD-PARTS REDEFINES WORK-PERIOD.
           05  WPP-YEAR          PIC X(4).
           05  WPP-MONTH         PIC 9(2).
       01  FEED-EOF              PIC X(1) VALUE 'N'.
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  MONTHS-LOADED         PIC 9(2) VALUE 0.
       01  MONTHS-MISSING        PIC 9(2) VALUE 0.
       01  LOAD-ACCOUNT          PIC 9(8) VALUE 0.
       01  BUDGET-TABLE.
           05  BUDGET-ENTRY OCCURS 500 TIMES
                   INDEXED BY BUD-IDX, BUD-PREV.
               10  BUD-ACCOUNT    PIC 9(8) VALUE 0.
               10  BUD-PTD-ACTUAL PIC S9(34)V99 VALUE 0.
               10  BUD-PTD-BUDGET PIC S9(34)V99 VALUE 0.
               10  BUD-YTD-ACTUAL PIC S9(34)V99 VALUE 0.
               10  BUD-YTD-BUDGET PIC S9(34)V99 VALUE 0.
       01  BUDGET-COUNT          PIC 9(4) VALUE 0.
       01  BUDGET-FOUND          PIC X(1) VALUE 'N'.
       01  CHECK-ACTUAL          PIC S9(34)V99 VALUE 0.
       01  CHECK-BUDGET          PIC S9(34)V99 VALUE 0.
       01  CHECK-VARIANCE        PIC S9(34)V99 VALUE 0.
       01  CHECK-PCT             PIC 9(7)V99 VALUE 0.
       01  CHECK-STATUS          PIC X(12) VALUE SPACES.
       01  CHECK-BASIS           PIC X(3) VALUE SPACES.
       01  ABS-ACTUAL            PIC 9(34)V99 VALUE 0.
       01  ABS-BUDGET            PIC 9(34)V99 VALUE 0.
       01  ABS-VARIANCE          PIC 9(34)V99 VALUE 0.
       01  TOTAL-PTD-ACTUAL      PIC S9(34)V99 VALUE 0.
       01  TOTAL-PTD-BUDGET      PIC S9(34)V99 VALUE 0.
       01  TOTAL-YTD-ACTUAL      PIC S9(34)V99 VALUE 0.
       01  TOTAL-YTD-BUDGET      PIC S9(34)V99 VALUE 0.
       01  ACCOUNTS-FLAGGED      PIC 9(8) VALUE 0.
       01  ACCOUNT-FLAGGED       PIC X(1) VALUE 'N'.
       01  EXCEPTION-COUNT       PIC 9(8) VALUE 0.
       01  BUD-PAGE-NUM          PIC 9(4) VALUE 0.
       01  BUD-LINE-CNT          PIC 9(4) VALUE 0.
       01  BUD-PAGE-SIZE         PIC 9(4) VALUE 55.
       01  BUD-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "BUDGET VS ACTUAL BY GL ACCOUNT      ".
           05  FILLER       PIC X(8) VALUE "PERIOD: ".
           05  BH1-PERIOD   PIC X(6).
           05  FILLER       PIC X(8) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  BH1-PAGE     PIC ZZZ9.
       01  BUD-COL-HEAD-1.
           05  FILLER PIC X(10) VALUE "GL ACCT".
           05  FILLER PIC X(5)  VALUE "    ".
           05  FILLER PIC X(21) VALUE "               ACTUAL".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(21) VALUE "               BUDGET".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(21) VALUE "             VARIANCE".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(9)  VALUE "     PCT".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE "STATUS".
       01  BUD-DETAIL-LINE.
           05  BDL-ACCOUNT  PIC X(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  BDL-BASIS    PIC X(3).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  BDL-ACTUAL   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER       PIC X(1) VALUE SPACES.
           05  BDL-BUDGET   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER       PIC X(1) VALUE SPACES.
           05  BDL-VARIANCE PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER       PIC X(2) VALUE SPACES.
           05  BDL-PCT      PIC ZZZ,ZZ9.9.
           05  FILLER       PIC X(2) VALUE SPACES.
           05  BDL-STATUS   PIC X(12).
       01  BUD-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  BTL-TEXT     PIC X(80).
       01  BUD-PRINT-LINE        PIC X(132) VALUE SPACES.

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
      DISPLAY "FATAL: PERIOD [" PERIOD-PARM "] IS NOT YYYYMM"
      STOP RUN 20
   END-IF
   MOVE PERIOD-PARM(1:4) TO PERIOD-YEAR
   MOVE PERIOD-PARM(5:2) TO PERIOD-MONTH
   ACCEPT BUDGET-MASTER-PARM FROM ENVIRONMENT "BUDGET_MASTER"
   IF BUDGET-MASTER-PARM NOT = SPACES
      MOVE BUDGET-MASTER-PARM TO BUDGET-MASTER-FILE-NAME
   END-IF
   ACCEPT PCT-PARM FROM ENVIRONMENT "BUDGET_TOLERANCE_PCT"
   IF PCT-PARM NOT = SPACES
      COMPUTE PARM-STATUS = FUNCTION TEST-NUMVAL(PCT-PARM)
      IF PARM-STATUS = 0
         COMPUTE TOLERANCE-PCT-LIMIT = FUNCTION NUMVAL(PCT-PARM)
      ELSE
         DISPLAY "WARNING: BUDGET_TOLERANCE_PCT=[" PCT-PARM
            "] IS NOT NUMERIC, USING DEFAULT"
      END-IF
   END-IF
   PERFORM BUILD-PERIOD-FILE-NAMES
   MOVE PERIOD-PARM TO WORK-PERIOD
   PERFORM LOAD-PERIOD-FEED
   IF PERIOD-FEED-STATUS NOT = "00"
      DISPLAY "PERIOD " PERIOD-PARM " HAS NOT BEEN CONSOLIDATED ["
         FUNCTION TRIM(PERIOD-FEED-FILE-NAME)
         "] - FILE STATUS " PERIOD-FEED-STATUS
      STOP RUN 16
   END-IF
   PERFORM VARYING WORK-MONTH FROM 1 BY 1
      UNTIL WORK-MONTH >= PERIOD-MONTH
      MOVE PERIOD-YEAR TO WPP-YEAR
      MOVE WORK-MONTH TO WPP-MONTH
      PERFORM LOAD-PERIOD-FEED
      IF PERIOD-FEED-STATUS NOT = "00"
         ADD 1 TO MONTHS-MISSING
         DISPLAY "WARNING: NO PERIOD FEED FOR " WORK-PERIOD
            ", EXCLUDED FROM YEAR TO DATE"
      END-IF
   END-PERFORM
   PERFORM LOAD-BUDGET-MASTER
   OPEN OUTPUT BUDGET-REPORT-FILE
   OPEN OUTPUT EXCEPTION-FILE
   MOVE 0 TO BUD-PAGE-NUM
   MOVE BUD-PAGE-SIZE TO BUD-LINE-CNT
   PERFORM VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > BUDGET-COUNT
      PERFORM REPORT-BUDGET-ACCOUNT
   END-PERFORM
   PERFORM WRITE-REPORT-TOTALS
   CLOSE BUDGET-REPORT-FILE, EXCEPTION-FILE
   DISPLAY "BUDGET VARIANCE COMPLETE: PERIOD " PERIOD-PARM
      " ACCOUNTS " BUDGET-COUNT
      " FLAGGED " ACCOUNTS-FLAGGED
      " EXCEPTIONS " EXCEPTION-COUNT
   IF ACCOUNTS-FLAGGED > 0 OR MONTHS-MISSING > 0
      STOP RUN 4
   END-IF
   STOP RUN.

BUILD-PERIOD-FILE-NAMES.
   MOVE SPACES TO BUDGET-REPORT-FILE-NAME
   MOVE SPACES TO EXCEPTION-FILE-NAME
   STRING "BUDVAR.M" DELIMITED BY SIZE
          PERIOD-PARM DELIMITED BY SPACE
          INTO BUDGET-REPORT-FILE-NAME
   STRING "BUDEXC.M" DELIMITED BY SIZE
          PERIOD-PARM DELIMITED BY SPACE
          INTO EXCEPTION-FILE-NAME.

LOAD-PERIOD-FEED.
   MOVE SPACES TO PERIOD-FEED-FILE-NAME
   STRING "GLSUM.M" DELIMITED BY SIZE
          WORK-PERIOD DELIMITED BY SPACE
          INTO PERIOD-FEED-FILE-NAME
   OPEN INPUT PERIOD-FEED-FILE
   IF PERIOD-FEED-STATUS NOT = "00"
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO MONTHS-LOADED
   MOVE 'N' TO FEED-EOF
   PERFORM UNTIL FEED-EOF = 'Y'
      READ PERIOD-FEED-FILE
         AT END MOVE 'Y' TO FEED-EOF
         NOT AT END
            IF GL-REC-TYPE = 'D'
               IF GL-ACCOUNT NOT NUMERIC OR GL-NET-TOTAL NOT NUMERIC
                  DISPLAY "FATAL: PERIOD FEED ["
                     FUNCTION TRIM(PERIOD-FEED-FILE-NAME)
                     "] HAS NON-NUMERIC DETAIL FOR CATEGORY ["
                     GL-CATEGORY "]"
                  CLOSE PERIOD-FEED-FILE
                  STOP RUN 20
               END-IF
               MOVE GL-ACCOUNT TO LOAD-ACCOUNT
               PERFORM FIND-BUDGET-ACCOUNT
               ADD GL-NET-TOTAL TO BUD-YTD-ACTUAL(BUD-IDX)
               IF WORK-PERIOD = PERIOD-PARM
                  ADD GL-NET-TOTAL TO BUD-PTD-ACTUAL(BUD-IDX)
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE PERIOD-FEED-FILE.

LOAD-BUDGET-MASTER.
   OPEN INPUT BUDGET-MASTER-FILE
   PERFORM UNTIL MASTER-EOF = 'Y'
      READ BUDGET-MASTER-FILE
         AT END MOVE 'Y' TO MASTER-EOF
         NOT AT END
            IF BDM-ACCOUNT NOT NUMERIC OR BDM-AMOUNT NOT NUMERIC
               DISPLAY "FATAL: BUDGET MASTER ENTRY [" BDM-ACCOUNT
                  "/" BDM-PERIOD "] IS NOT NUMERIC"
               CLOSE BUDGET-MASTER-FILE
               STOP RUN 20
            END-IF
            IF BDM-PERIOD(1:4) = PERIOD-YEAR
               AND BDM-PERIOD <= PERIOD-PARM
               MOVE BDM-ACCOUNT TO LOAD-ACCOUNT
               PERFORM FIND-BUDGET-ACCOUNT
               ADD BDM-AMOUNT TO BUD-YTD-BUDGET(BUD-IDX)
               IF BDM-PERIOD = PERIOD-PARM
                  ADD BDM-AMOUNT TO BUD-PTD-BUDGET(BUD-IDX)
               END-IF
            END-IF
      END-READ
   END-PERFORM
   CLOSE BUDGET-MASTER-FILE.

FIND-BUDGET-ACCOUNT.
   MOVE 'N' TO BUDGET-FOUND
   PERFORM VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > BUDGET-COUNT
      IF BUD-ACCOUNT(BUD-IDX) = LOAD-ACCOUNT
         MOVE 'Y' TO BUDGET-FOUND
         EXIT PERFORM
      END-IF
      IF BUD-ACCOUNT(BUD-IDX) > LOAD-ACCOUNT
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF BUDGET-FOUND = 'N'
      PERFORM INSERT-BUDGET-ACCOUNT
   END-IF.

INSERT-BUDGET-ACCOUNT.
   IF BUDGET-COUNT >= 500
      DISPLAY "FATAL: BUDGET REPORT EXCEEDS 500 GL ACCOUNTS"
      STOP RUN 20
   END-IF
   ADD 1 TO BUDGET-COUNT
   PERFORM VARYING BUD-PREV FROM BUDGET-COUNT BY -1
      UNTIL BUD-PREV <= BUD-IDX
      MOVE BUDGET-ENTRY(BUD-PREV - 1) TO BUDGET-ENTRY(BUD-PREV)
   END-PERFORM
   INITIALIZE BUDGET-ENTRY(BUD-IDX)
   MOVE LOAD-ACCOUNT TO BUD-ACCOUNT(BUD-IDX).

REPORT-BUDGET-ACCOUNT.
   MOVE 'N' TO ACCOUNT-FLAGGED
   ADD BUD-PTD-ACTUAL(BUD-IDX) TO TOTAL-PTD-ACTUAL
   ADD BUD-PTD-BUDGET(BUD-IDX) TO TOTAL-PTD-BUDGET
   ADD BUD-YTD-ACTUAL(BUD-IDX) TO TOTAL-YTD-ACTUAL
   ADD BUD-YTD-BUDGET(BUD-IDX) TO TOTAL-YTD-BUDGET
   MOVE "PTD" TO CHECK-BASIS
   MOVE BUD-PTD-ACTUAL(BUD-IDX) TO CHECK-ACTUAL
   MOVE BUD-PTD-BUDGET(BUD-IDX) TO CHECK-BUDGET
   PERFORM CHECK-BUDGET-VARIANCE
   MOVE SPACES TO BUD-DETAIL-LINE
   MOVE BUD-ACCOUNT(BUD-IDX) TO BDL-ACCOUNT
   PERFORM WRITE-BUDGET-DETAIL
   MOVE "YTD" TO CHECK-BASIS
   MOVE BUD-YTD-ACTUAL(BUD-IDX) TO CHECK-ACTUAL
   MOVE BUD-YTD-BUDGET(BUD-IDX) TO CHECK-BUDGET
   PERFORM CHECK-BUDGET-VARIANCE
   MOVE SPACES TO BUD-DETAIL-LINE
   PERFORM WRITE-BUDGET-DETAIL
   IF ACCOUNT-FLAGGED = 'Y'
      ADD 1 TO ACCOUNTS-FLAGGED
   END-IF.

CHECK-BUDGET-VARIANCE.
   MOVE SPACES TO CHECK-STATUS
   MOVE 0 TO CHECK-PCT
   COMPUTE CHECK-VARIANCE = CHECK-ACTUAL - CHECK-BUDGET
   IF CHECK-ACTUAL < 0
      COMPUTE ABS-ACTUAL = 0 - CHECK-ACTUAL
   ELSE
      MOVE CHECK-ACTUAL TO ABS-ACTUAL
   END-IF
   IF CHECK-BUDGET < 0
      COMPUTE ABS-BUDGET = 0 - CHECK-BUDGET
   ELSE
      MOVE CHECK-BUDGET TO ABS-BUDGET
   END-IF
   IF CHECK-VARIANCE < 0
      COMPUTE ABS-VARIANCE = 0 - CHECK-VARIANCE
   ELSE
      MOVE CHECK-VARIANCE TO ABS-VARIANCE
   END-IF
   IF ABS-BUDGET = 0
      IF ABS-ACTUAL NOT = 0
         MOVE 9999999.99 TO CHECK-PCT
         MOVE "UNBUDGETED" TO CHECK-STATUS
      END-IF
   ELSE
      COMPUTE CHECK-PCT ROUNDED = ABS-VARIANCE * 100 / ABS-BUDGET
         ON SIZE ERROR MOVE 9999999.99 TO CHECK-PCT
      END-COMPUTE
      IF ABS-ACTUAL > ABS-BUDGET AND CHECK-PCT > TOLERANCE-PCT-LIMIT
         MOVE "OVER BUDGET" TO CHECK-STATUS
      END-IF
   END-IF
   IF CHECK-STATUS NOT = SPACES
      MOVE 'Y' TO ACCOUNT-FLAGGED
      PERFORM WRITE-EXCEPTION-RECORD
   END-IF.

WRITE-BUDGET-DETAIL.
   MOVE CHECK-BASIS TO BDL-BASIS
   MOVE CHECK-ACTUAL TO BDL-ACTUAL
   MOVE CHECK-BUDGET TO BDL-BUDGET
   MOVE CHECK-VARIANCE TO BDL-VARIANCE
   IF CHECK-STATUS = "UNBUDGETED"
      MOVE ZERO TO BDL-PCT
   ELSE
      MOVE CHECK-PCT TO BDL-PCT
   END-IF
   MOVE CHECK-STATUS TO BDL-STATUS
   MOVE BUD-DETAIL-LINE TO BUD-PRINT-LINE
   PERFORM PRINT-BUDGET-LINE.

WRITE-EXCEPTION-RECORD.
   INITIALIZE EXCEPTION-RECORD
   MOVE PERIOD-PARM TO BEX-PERIOD
   MOVE BUD-ACCOUNT(BUD-IDX) TO BEX-ACCOUNT
   MOVE CHECK-BASIS TO BEX-BASIS
   MOVE CHECK-ACTUAL TO BEX-ACTUAL
   MOVE CHECK-BUDGET TO BEX-BUDGET
   MOVE CHECK-VARIANCE TO BEX-VARIANCE
   MOVE CHECK-PCT TO BEX-PCT
   MOVE CHECK-STATUS TO BEX-REASON
   MOVE '|' TO BEX-SEP1, BEX-SEP2, BEX-SEP3, BEX-SEP4, BEX-SEP5,
               BEX-SEP6, BEX-SEP7
   WRITE EXCEPTION-RECORD
   ADD 1 TO EXCEPTION-COUNT.

WRITE-REPORT-TOTALS.
   MOVE SPACES TO BUD-PRINT-LINE
   PERFORM PRINT-BUDGET-LINE
   MOVE 'N' TO ACCOUNT-FLAGGED
   MOVE SPACES TO BUD-DETAIL-LINE
   MOVE "TOTAL" TO BDL-ACCOUNT
   MOVE "PTD" TO BDL-BASIS
   MOVE TOTAL-PTD-ACTUAL TO BDL-ACTUAL
   MOVE TOTAL-PTD-BUDGET TO BDL-BUDGET
   COMPUTE CHECK-VARIANCE = TOTAL-PTD-ACTUAL - TOTAL-PTD-BUDGET
   MOVE CHECK-VARIANCE TO BDL-VARIANCE
   MOVE BUD-DETAIL-LINE TO BUD-PRINT-LINE
   PERFORM PRINT-BUDGET-LINE
   MOVE SPACES TO BUD-DETAIL-LINE
   MOVE "YTD" TO BDL-BASIS
   MOVE TOTAL-YTD-ACTUAL TO BDL-ACTUAL
   MOVE TOTAL-YTD-BUDGET TO BDL-BUDGET
   COMPUTE CHECK-VARIANCE = TOTAL-YTD-ACTUAL - TOTAL-YTD-BUDGET
   MOVE CHECK-VARIANCE TO BDL-VARIANCE
   MOVE BUD-DETAIL-LINE TO BUD-PRINT-LINE
   PERFORM PRINT-BUDGET-LINE
   MOVE SPACES TO BUD-PRINT-LINE
   PERFORM PRINT-BUDGET-LINE
   MOVE SPACES TO BUD-TEXT-LINE
   MOVE SPACES TO BTL-TEXT
   MOVE TOLERANCE-PCT-LIMIT TO TOLERANCE-PCT-EDIT
   STRING "TOLERANCE PCT: " DELIMITED BY SIZE
          TOLERANCE-PCT-EDIT DELIMITED BY SIZE
          "  ACCOUNTS FLAGGED: " DELIMITED BY SIZE
          ACCOUNTS-FLAGGED DELIMITED BY SIZE
          "  EXCEPTIONS: " DELIMITED BY SIZE
          EXCEPTION-COUNT DELIMITED BY SIZE
          INTO BTL-TEXT
   MOVE BUD-TEXT-LINE TO BUD-PRINT-LINE
   PERFORM PRINT-BUDGET-LINE
   MOVE SPACES TO BUD-TEXT-LINE
   MOVE SPACES TO BTL-TEXT
   STRING "PERIOD FEEDS LOADED: " DELIMITED BY SIZE
          MONTHS-LOADED DELIMITED BY SIZE
          "  MISSING FROM YEAR TO DATE: " DELIMITED BY SIZE
          MONTHS-MISSING DELIMITED BY SIZE
          INTO BTL-TEXT
   MOVE BUD-TEXT-LINE TO BUD-PRINT-LINE
   PERFORM PRINT-BUDGET-LINE.

PRINT-BUDGET-LINE.
   IF BUD-LINE-CNT >= BUD-PAGE-SIZE
      PERFORM PRINT-BUDGET-PAGE-HEADING
   END-IF
   MOVE BUD-PRINT-LINE TO BUDGET-REPORT-LINE
   WRITE BUDGET-REPORT-LINE
   ADD 1 TO BUD-LINE-CNT.

PRINT-BUDGET-PAGE-HEADING.
   ADD 1 TO BUD-PAGE-NUM
   MOVE PERIOD-PARM TO BH1-PERIOD
   MOVE BUD-PAGE-NUM TO BH1-PAGE
   MOVE BUD-HEAD-1 TO BUDGET-REPORT-LINE
   WRITE BUDGET-REPORT-LINE
   MOVE SPACES TO BUDGET-REPORT-LINE
   WRITE BUDGET-REPORT-LINE
   MOVE BUD-COL-HEAD-1 TO BUDGET-REPORT-LINE
   WRITE BUDGET-REPORT-LINE
   MOVE 3 TO BUD-LINE-CNT.
