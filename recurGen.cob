IDENTIFICATION DIVISION.
PROGRAM-ID. RECUR-GENERATE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT TEMPLATE-FILE
      ASSIGN DYNAMIC TEMPLATE-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS TEMPLATE-FILE-STATUS.
   SELECT OPTIONAL PERIOD-CONTROL-FILE
      ASSIGN DYNAMIC PERIOD-CONTROL-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT BATCH-FILE
      ASSIGN DYNAMIC BATCH-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS BATCH-FILE-STATUS.
   SELECT REGISTER-FILE
      ASSIGN DYNAMIC REGISTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   FD  TEMPLATE-FILE.
   01  TEMPLATE-RECORD.
      05  RT-TEMPLATE-ID PIC X(4).
      05  RT-SEP1        PIC X(1).
      05  RT-CATEGORY    PIC X(4).
      05  RT-SEP2        PIC X(1).
      05  RT-SIGN        PIC X(1).
      05  RT-SEP3        PIC X(1).
      05  RT-CURRENCY    PIC X(3).
      05  RT-SEP4        PIC X(1).
      05  RT-AMOUNT      PIC 9(34)V99.
      05  RT-SEP5        PIC X(1).
      05  RT-FREQUENCY   PIC X(1).
      05  RT-SEP6        PIC X(1).
      05  RT-DAY         PIC 9(2).
      05  RT-SEP7        PIC X(1).
      05  RT-START-DATE  PIC X(8).
      05  RT-SEP8        PIC X(1).
      05  RT-STOP-DATE   PIC X(8).
      05  RT-SEP9        PIC X(1).
      05  RT-DESC        PIC X(30).
      05  RT-SEP10       PIC X(1).
      05  RT-COMPANY     PIC X(3).
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
   FD  BATCH-FILE.
   01  INPUT-RECORD.
      05  INPUT-SIGN     PIC X(1).
      05  INPUT-CATEGORY PIC X(4).
      05  INPUT-TRAN-ID  PIC X(12).
      05  INPUT-CURRENCY PIC X(3).
      05  INPUT-REAL-DP  PIC 9(34)V99.
      05  INPUT-COMPANY  PIC X(3).
   01  INPUT-HEADER-RECORD REDEFINES INPUT-RECORD.
      05  INPUT-HEADER-TYPE     PIC X(1).
      05  INPUT-EXPECTED-COUNT  PIC 9(8).
      05  INPUT-HEADER-SEP      PIC X(50).
   01  INPUT-TRAILER-RECORD REDEFINES INPUT-RECORD.
      05  INPUT-TRAILER-TYPE    PIC X(1).
      05  INPUT-TRAILER-SIGN    PIC X(1).
      05  INPUT-EXPECTED-TOTAL  PIC 9(33)V99.
      05  INPUT-TRAILER-SEP     PIC X(22).
   FD  REGISTER-FILE.
   01  REGISTER-LINE PIC X(132).

WORKING-STORAGE SECTION.
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  RUN-MODE              PIC X(7) VALUE SPACES.
       01  RUN-PERIOD            PIC X(6) VALUE SPACES.
       01  BATCH-SEQ-PARM        PIC X(2) VALUE SPACES.
       01  BATCH-SEQ             PIC 9(2) VALUE 0.
       01  BATCH-SUFFIX          PIC X(4) VALUE SPACES.
       01  PARM-STATUS           PIC S9(4) VALUE 0.
       01  TEMPLATE-FILE-NAME    PIC X(40) VALUE "recurtmpl.txt".
       01  TEMPLATE-FILE-PARM    PIC X(40) VALUE SPACES.
       01  TEMPLATE-FILE-STATUS  PIC X(2) VALUE "00".
       01  PERIOD-CONTROL-FILE-NAME PIC X(40) VALUE "periodctl.txt".
       01  PERIOD-CONTROL-PARM   PIC X(40) VALUE SPACES.
       01  BATCH-FILE-NAME       PIC X(40) VALUE SPACES.
       01  BATCH-FILE-STATUS     PIC X(2) VALUE "00".
       01  REGISTER-FILE-NAME    PIC X(40) VALUE SPACES.
       01  TEMPLATE-EOF          PIC X(1) VALUE 'N'.
       01  PERIOD-CONTROL-EOF    PIC X(1) VALUE 'N'.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 400 TIMES INDEXED BY HOL-IDX.
               10  HOL-DATE PIC X(8) VALUE SPACES.
       01  HOLIDAY-COUNT         PIC 9(4) VALUE 0.
       01  BUSINESS-DAY          PIC X(1) VALUE 'N'.
       01  RUN-IS-BUSINESS-DAY   PIC X(1) VALUE 'N'.
       01  TEMPLATE-TABLE.
           05  TEMPLATE-ENTRY OCCURS 500 TIMES INDEXED BY TPL-IDX.
               10  TPL-ID        PIC X(4) VALUE SPACES.
               10  TPL-CATEGORY  PIC X(4) VALUE SPACES.
               10  TPL-SIGN      PIC X(1) VALUE SPACES.
               10  TPL-CURRENCY  PIC X(3) VALUE SPACES.
               10  TPL-AMOUNT    PIC 9(34)V99 VALUE 0.
               10  TPL-FREQUENCY PIC X(1) VALUE SPACES.
               10  TPL-DAY       PIC 9(2) VALUE 0.
               10  TPL-DESC      PIC X(30) VALUE SPACES.
               10  TPL-COMPANY   PIC X(3) VALUE SPACES.
               10  TPL-TRAN-ID   PIC X(12) VALUE SPACES.
               10  TPL-RESULT    PIC X(11) VALUE SPACES.
               10  TPL-NOTE      PIC X(30) VALUE SPACES.
       01  TEMPLATE-COUNT        PIC 9(4) VALUE 0.
       01  TEMPLATE-FOUND        PIC X(1) VALUE 'N'.
       01  GENERATED-COUNT       PIC 9(8) VALUE 0.
       01  EXPIRED-COUNT         PIC 9(4) VALUE 0.
       01  NOT-STARTED-COUNT     PIC 9(4) VALUE 0.
       01  NOT-DUE-COUNT         PIC 9(4) VALUE 0.
       01  INVALID-COUNT         PIC 9(4) VALUE 0.
       01  BATCH-TOTAL           PIC S9(34)V99 VALUE 0.
       01  ABS-AMOUNT            PIC 9(34)V99 VALUE 0.
       01  WORK-DATE             PIC 9(8) VALUE 0.
       01  WORK-DATE-X REDEFINES WORK-DATE PIC X(8).
       01  DATE-CHECK            PIC S9(4) VALUE 0.
       01  DAY-INTEGER           PIC 9(8) VALUE 0.
       01  WEEKDAY-NUM           PIC 9(1) VALUE 0.
       01  MONTH-LAST-DAY        PIC 9(2) VALUE 0.
       01  MONTH-END-DATE        PIC X(8) VALUE SPACES.
       01  DUE-DATE              PIC X(8) VALUE SPACES.
       01  TARGET-DAY            PIC 9(2) VALUE 0.
       01  REG-PAGE-NUM          PIC 9(4) VALUE 0.
       01  REG-LINE-CNT          PIC 9(4) VALUE 0.
       01  REG-PAGE-SIZE         PIC 9(4) VALUE 55.
       01  REG-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "RECURRING ENTRY GENERATION REGISTER ".
           05  FILLER       PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE PIC X(8).
           05  FILLER       PIC X(6) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  RH1-PAGE     PIC ZZZ9.
       01  REG-COL-HEAD-1.
           05  FILLER PIC X(6)  VALUE "TMPL".
           05  FILLER PIC X(6)  VALUE "CAT".
           05  FILLER PIC X(14) VALUE "TRAN-ID".
           05  FILLER PIC X(5)  VALUE "CUR".
           05  FILLER PIC X(3)  VALUE "S".
           05  FILLER PIC X(5)  VALUE "FREQ".
           05  FILLER PIC X(21) VALUE "               AMOUNT".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(13) VALUE "RESULT".
           05  FILLER PIC X(30) VALUE "NOTE".
       01  REG-DETAIL-LINE.
           05  RDL-TEMPLATE-ID PIC X(4).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-CATEGORY PIC X(4).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-TRAN-ID  PIC X(12).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-CURRENCY PIC X(3).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-SIGN     PIC X(1).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-FREQUENCY PIC X(1).
           05  FILLER       PIC X(4) VALUE SPACES.
           05  RDL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-RESULT   PIC X(11).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-NOTE     PIC X(30).
       01  REG-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  RTL-TEXT     PIC X(80).
       01  REG-PRINT-LINE        PIC X(132) VALUE SPACES.

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
   MOVE RUN-DATE-PARM TO WORK-DATE-X
   COMPUTE DATE-CHECK = FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE)
   IF DATE-CHECK NOT = 0
      DISPLAY "FATAL: RUN_DATE [" RUN-DATE-PARM
         "] IS NOT A VALID DATE"
      STOP RUN 20
   END-IF
   MOVE RUN-DATE-PARM(1:6) TO RUN-PERIOD
   ACCEPT BATCH-SEQ-PARM FROM ENVIRONMENT "BATCH_SEQ"
   IF BATCH-SEQ-PARM NOT = SPACES
      COMPUTE PARM-STATUS = FUNCTION TEST-NUMVAL(BATCH-SEQ-PARM)
      IF PARM-STATUS NOT = 0
         DISPLAY "FATAL: BATCH_SEQ=[" BATCH-SEQ-PARM
            "] IS NOT NUMERIC"
         STOP RUN 20
      END-IF
      COMPUTE BATCH-SEQ = FUNCTION NUMVAL(BATCH-SEQ-PARM)
      IF BATCH-SEQ = 0
         DISPLAY "FATAL: BATCH_SEQ MUST BE 1 THROUGH 99"
         STOP RUN 20
      END-IF
      MOVE ".B" TO BATCH-SUFFIX(1:2)
      MOVE BATCH-SEQ TO BATCH-SUFFIX(3:2)
   END-IF
   ACCEPT RUN-MODE FROM ENVIRONMENT "RUN_MODE"
   PERFORM BUILD-DATED-FILE-NAMES
   ACCEPT TEMPLATE-FILE-PARM FROM ENVIRONMENT "RECURRING_TEMPLATES"
   IF TEMPLATE-FILE-PARM NOT = SPACES
      MOVE TEMPLATE-FILE-PARM TO TEMPLATE-FILE-NAME
   END-IF
   ACCEPT PERIOD-CONTROL-PARM FROM ENVIRONMENT "PERIOD_CONTROL"
   IF PERIOD-CONTROL-PARM NOT = SPACES
      MOVE PERIOD-CONTROL-PARM TO PERIOD-CONTROL-FILE-NAME
   END-IF
   PERFORM LOAD-PERIOD-CONTROL
   PERFORM CHECK-EXISTING-BATCH
   MOVE RUN-DATE-PARM TO WORK-DATE-X
   PERFORM CHECK-BUSINESS-DAY
   MOVE BUSINESS-DAY TO RUN-IS-BUSINESS-DAY
   PERFORM FIND-MONTH-END-DATE
   PERFORM LOAD-TEMPLATES
   PERFORM VARYING TPL-IDX FROM 1 BY 1 UNTIL TPL-IDX > TEMPLATE-COUNT
      IF TPL-RESULT(TPL-IDX) = SPACES
         PERFORM EVALUATE-TEMPLATE
      END-IF
   END-PERFORM
   PERFORM WRITE-GENERATED-BATCH
   PERFORM WRITE-GENERATION-REGISTER
   DISPLAY "RECURRING ENTRY GENERATION COMPLETE: " GENERATED-COUNT
      " ENTRIES WRITTEN TO " FUNCTION TRIM(BATCH-FILE-NAME) ", "
      EXPIRED-COUNT " EXPIRED, " NOT-STARTED-COUNT " NOT STARTED, "
      NOT-DUE-COUNT " NOT DUE, " INVALID-COUNT " INVALID"
   IF INVALID-COUNT > 0
      STOP RUN 4
   END-IF
   IF RUN-IS-BUSINESS-DAY = 'N'
      DISPLAY "WARNING: RUN_DATE [" RUN-DATE-PARM
         "] IS NOT A BUSINESS DAY ON THE PERIOD CALENDAR"
      STOP RUN 4
   END-IF
   STOP RUN.

BUILD-DATED-FILE-NAMES.
   MOVE SPACES TO BATCH-FILE-NAME
   MOVE SPACES TO REGISTER-FILE-NAME
   STRING "INPUT.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO BATCH-FILE-NAME
   STRING "RECURREG.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          BATCH-SUFFIX DELIMITED BY SPACE
          INTO REGISTER-FILE-NAME.

LOAD-PERIOD-CONTROL.
   OPEN INPUT PERIOD-CONTROL-FILE
   PERFORM UNTIL PERIOD-CONTROL-EOF = 'Y'
      READ PERIOD-CONTROL-FILE
         AT END MOVE 'Y' TO PERIOD-CONTROL-EOF
         NOT AT END
            IF PCT-REC-TYPE = 'P' AND PCT-PERIOD = RUN-PERIOD
               AND PCT-STATUS = "CLOSED"
               DISPLAY "FATAL: PERIOD CONTROL ["
                  FUNCTION TRIM(PERIOD-CONTROL-FILE-NAME)
                  "] SHOWS PERIOD [" RUN-PERIOD
                  "] IS CLOSED - REFUSING TO GENERATE ENTRIES FOR "
                  "RUN_DATE [" RUN-DATE-PARM "]"
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

CHECK-EXISTING-BATCH.
   OPEN INPUT BATCH-FILE
   IF BATCH-FILE-STATUS = "00"
      CLOSE BATCH-FILE
      IF RUN-MODE NOT = "RERUN"
         DISPLAY "FATAL: INPUT BATCH ["
            FUNCTION TRIM(BATCH-FILE-NAME)
            "] ALREADY EXISTS - SET RUN_MODE=RERUN TO REGENERATE IT"
         STOP RUN 16
      END-IF
      DISPLAY "WARNING: RUN_MODE=RERUN - REGENERATING INPUT BATCH ["
         FUNCTION TRIM(BATCH-FILE-NAME) "]"
   END-IF.

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

FIND-MONTH-END-DATE.
   MOVE 31 TO MONTH-LAST-DAY
   COMPUTE WORK-DATE =
      FUNCTION NUMVAL(RUN-PERIOD) * 100 + MONTH-LAST-DAY
   PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) = 0
      SUBTRACT 1 FROM MONTH-LAST-DAY
      COMPUTE WORK-DATE =
         FUNCTION NUMVAL(RUN-PERIOD) * 100 + MONTH-LAST-DAY
   END-PERFORM
   MOVE SPACES TO MONTH-END-DATE
   COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WORK-DATE)
   PERFORM UNTIL WORK-DATE-X(1:6) NOT = RUN-PERIOD
      PERFORM CHECK-BUSINESS-DAY
      IF BUSINESS-DAY = 'Y'
         MOVE WORK-DATE-X TO MONTH-END-DATE
         EXIT PERFORM
      END-IF
      SUBTRACT 1 FROM DAY-INTEGER
      COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
   END-PERFORM.

LOAD-TEMPLATES.
   OPEN INPUT TEMPLATE-FILE
   IF TEMPLATE-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN RECURRING TEMPLATE MASTER ["
         FUNCTION TRIM(TEMPLATE-FILE-NAME)
         "] - FILE STATUS " TEMPLATE-FILE-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL TEMPLATE-EOF = 'Y'
      READ TEMPLATE-FILE
         AT END MOVE 'Y' TO TEMPLATE-EOF
         NOT AT END
            IF TEMPLATE-RECORD NOT = SPACES
               PERFORM REGISTER-TEMPLATE
            END-IF
      END-READ
   END-PERFORM
   CLOSE TEMPLATE-FILE.

REGISTER-TEMPLATE.
   IF TEMPLATE-COUNT >= 500
      DISPLAY "FATAL: RECURRING TEMPLATE MASTER EXCEEDS 500 ENTRIES"
      CLOSE TEMPLATE-FILE
      STOP RUN 20
   END-IF
   PERFORM FIND-TEMPLATE
   ADD 1 TO TEMPLATE-COUNT
   SET TPL-IDX TO TEMPLATE-COUNT
   MOVE RT-TEMPLATE-ID TO TPL-ID(TPL-IDX)
   MOVE RT-CATEGORY    TO TPL-CATEGORY(TPL-IDX)
   MOVE RT-SIGN        TO TPL-SIGN(TPL-IDX)
   MOVE RT-CURRENCY    TO TPL-CURRENCY(TPL-IDX)
   MOVE RT-FREQUENCY   TO TPL-FREQUENCY(TPL-IDX)
   MOVE RT-DESC        TO TPL-DESC(TPL-IDX)
   MOVE RT-COMPANY     TO TPL-COMPANY(TPL-IDX)
   MOVE SPACES         TO TPL-RESULT(TPL-IDX)
   MOVE SPACES         TO TPL-NOTE(TPL-IDX)
   IF RT-AMOUNT NUMERIC
      MOVE RT-AMOUNT   TO TPL-AMOUNT(TPL-IDX)
   ELSE
      MOVE 0           TO TPL-AMOUNT(TPL-IDX)
   END-IF
   IF RT-DAY NUMERIC
      MOVE RT-DAY      TO TPL-DAY(TPL-IDX)
   ELSE
      MOVE 0           TO TPL-DAY(TPL-IDX)
   END-IF
   STRING RT-TEMPLATE-ID DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SIZE
          INTO TPL-TRAN-ID(TPL-IDX)
   EVALUATE TRUE
      WHEN RT-TEMPLATE-ID = SPACES
         MOVE 'MISSING TEMPLATE ID' TO TPL-NOTE(TPL-IDX)
      WHEN TEMPLATE-FOUND = 'Y'
         MOVE 'DUPLICATE TEMPLATE ID' TO TPL-NOTE(TPL-IDX)
      WHEN RT-CATEGORY = SPACES
         MOVE 'MISSING CATEGORY' TO TPL-NOTE(TPL-IDX)
      WHEN RT-SIGN NOT = 'D' AND RT-SIGN NOT = 'C'
         MOVE 'INVALID SIGN INDICATOR' TO TPL-NOTE(TPL-IDX)
      WHEN RT-CURRENCY = SPACES
         MOVE 'MISSING CURRENCY CODE' TO TPL-NOTE(TPL-IDX)
      WHEN RT-AMOUNT NOT NUMERIC
         MOVE 'NON-NUMERIC AMOUNT' TO TPL-NOTE(TPL-IDX)
      WHEN RT-AMOUNT = 0
         MOVE 'ZERO AMOUNT' TO TPL-NOTE(TPL-IDX)
      WHEN RT-FREQUENCY NOT = 'D' AND RT-FREQUENCY NOT = 'M'
         AND RT-FREQUENCY NOT = 'E'
         MOVE 'INVALID FREQUENCY' TO TPL-NOTE(TPL-IDX)
      WHEN RT-FREQUENCY = 'M'
         AND (RT-DAY NOT NUMERIC OR RT-DAY = 0 OR RT-DAY > 31)
         MOVE 'INVALID DAY OF MONTH' TO TPL-NOTE(TPL-IDX)
      WHEN OTHER
         PERFORM CHECK-TEMPLATE-DATES
   END-EVALUATE
   IF TPL-RESULT(TPL-IDX) = SPACES AND TPL-NOTE(TPL-IDX) NOT = SPACES
      MOVE "INVALID" TO TPL-RESULT(TPL-IDX)
      ADD 1 TO INVALID-COUNT
   END-IF.

CHECK-TEMPLATE-DATES.
   IF RT-START-DATE NOT = SPACES
      IF RT-START-DATE NOT NUMERIC
         MOVE 'INVALID START DATE' TO TPL-NOTE(TPL-IDX)
         EXIT PARAGRAPH
      END-IF
      MOVE RT-START-DATE TO WORK-DATE-X
      IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
         MOVE 'INVALID START DATE' TO TPL-NOTE(TPL-IDX)
         EXIT PARAGRAPH
      END-IF
   END-IF
   IF RT-STOP-DATE NOT = SPACES
      IF RT-STOP-DATE NOT NUMERIC
         MOVE 'INVALID STOP DATE' TO TPL-NOTE(TPL-IDX)
         EXIT PARAGRAPH
      END-IF
      MOVE RT-STOP-DATE TO WORK-DATE-X
      IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
         MOVE 'INVALID STOP DATE' TO TPL-NOTE(TPL-IDX)
         EXIT PARAGRAPH
      END-IF
   END-IF
   IF RT-START-DATE NOT = SPACES AND RT-STOP-DATE NOT = SPACES
      AND RT-STOP-DATE < RT-START-DATE
      MOVE 'STOP DATE BEFORE START DATE' TO TPL-NOTE(TPL-IDX)
      EXIT PARAGRAPH
   END-IF
   IF RT-START-DATE NOT = SPACES
      AND RUN-DATE-PARM < RT-START-DATE
      MOVE "NOT STARTED" TO TPL-RESULT(TPL-IDX)
      MOVE SPACES TO TPL-NOTE(TPL-IDX)
      STRING "STARTS " DELIMITED BY SIZE
             RT-START-DATE DELIMITED BY SIZE
             INTO TPL-NOTE(TPL-IDX)
      ADD 1 TO NOT-STARTED-COUNT
      EXIT PARAGRAPH
   END-IF
   IF RT-STOP-DATE NOT = SPACES
      AND RUN-DATE-PARM > RT-STOP-DATE
      MOVE "EXPIRED" TO TPL-RESULT(TPL-IDX)
      MOVE SPACES TO TPL-NOTE(TPL-IDX)
      STRING "TEMPLATE EXPIRED " DELIMITED BY SIZE
             RT-STOP-DATE DELIMITED BY SIZE
             INTO TPL-NOTE(TPL-IDX)
      ADD 1 TO EXPIRED-COUNT
   END-IF.

FIND-TEMPLATE.
   MOVE 'N' TO TEMPLATE-FOUND
   PERFORM VARYING TPL-IDX FROM 1 BY 1 UNTIL TPL-IDX > TEMPLATE-COUNT
      IF TPL-ID(TPL-IDX) = RT-TEMPLATE-ID
         MOVE 'Y' TO TEMPLATE-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

EVALUATE-TEMPLATE.
   MOVE SPACES TO DUE-DATE
   EVALUATE TPL-FREQUENCY(TPL-IDX)
      WHEN 'D'
         IF RUN-IS-BUSINESS-DAY = 'Y'
            MOVE RUN-DATE-PARM TO DUE-DATE
         END-IF
      WHEN 'E'
         MOVE MONTH-END-DATE TO DUE-DATE
      WHEN 'M'
         PERFORM FIND-MONTHLY-DUE-DATE
   END-EVALUATE
   IF DUE-DATE NOT = RUN-DATE-PARM
      MOVE "NOT DUE" TO TPL-RESULT(TPL-IDX)
      ADD 1 TO NOT-DUE-COUNT
      EXIT PARAGRAPH
   END-IF
   MOVE "GENERATED" TO TPL-RESULT(TPL-IDX)
   MOVE TPL-DESC(TPL-IDX) TO TPL-NOTE(TPL-IDX)
   ADD 1 TO GENERATED-COUNT
   IF TPL-SIGN(TPL-IDX) = 'C'
      SUBTRACT TPL-AMOUNT(TPL-IDX) FROM BATCH-TOTAL
   ELSE
      ADD TPL-AMOUNT(TPL-IDX) TO BATCH-TOTAL
   END-IF.

FIND-MONTHLY-DUE-DATE.
   IF TPL-DAY(TPL-IDX) > MONTH-LAST-DAY
      MOVE MONTH-LAST-DAY TO TARGET-DAY
   ELSE
      MOVE TPL-DAY(TPL-IDX) TO TARGET-DAY
   END-IF
   COMPUTE WORK-DATE =
      FUNCTION NUMVAL(RUN-PERIOD) * 100 + TARGET-DAY
   COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WORK-DATE)
   PERFORM UNTIL WORK-DATE-X(1:6) NOT = RUN-PERIOD
      PERFORM CHECK-BUSINESS-DAY
      IF BUSINESS-DAY = 'Y'
         MOVE WORK-DATE-X TO DUE-DATE
         EXIT PERFORM
      END-IF
      ADD 1 TO DAY-INTEGER
      COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
   END-PERFORM
   IF DUE-DATE = SPACES
      MOVE MONTH-END-DATE TO DUE-DATE
   END-IF.

WRITE-GENERATED-BATCH.
   OPEN OUTPUT BATCH-FILE
   IF BATCH-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT CREATE INPUT BATCH ["
         FUNCTION TRIM(BATCH-FILE-NAME)
         "] - FILE STATUS " BATCH-FILE-STATUS
      STOP RUN 20
   END-IF
   MOVE SPACES TO INPUT-HEADER-RECORD
   MOVE 'H' TO INPUT-HEADER-TYPE
   MOVE GENERATED-COUNT TO INPUT-EXPECTED-COUNT
   WRITE INPUT-RECORD
   PERFORM VARYING TPL-IDX FROM 1 BY 1 UNTIL TPL-IDX > TEMPLATE-COUNT
      IF TPL-RESULT(TPL-IDX) = "GENERATED"
         MOVE SPACES TO INPUT-RECORD
         MOVE TPL-SIGN(TPL-IDX)     TO INPUT-SIGN
         MOVE TPL-CATEGORY(TPL-IDX) TO INPUT-CATEGORY
         MOVE TPL-TRAN-ID(TPL-IDX)  TO INPUT-TRAN-ID
         MOVE TPL-CURRENCY(TPL-IDX) TO INPUT-CURRENCY
         MOVE TPL-AMOUNT(TPL-IDX)   TO INPUT-REAL-DP
         MOVE TPL-COMPANY(TPL-IDX)  TO INPUT-COMPANY
         WRITE INPUT-RECORD
      END-IF
   END-PERFORM
   MOVE SPACES TO INPUT-TRAILER-RECORD
   MOVE 'T' TO INPUT-TRAILER-TYPE
   IF BATCH-TOTAL < 0
      MOVE 'C' TO INPUT-TRAILER-SIGN
      COMPUTE INPUT-EXPECTED-TOTAL = 0 - BATCH-TOTAL
   ELSE
      MOVE 'D' TO INPUT-TRAILER-SIGN
      MOVE BATCH-TOTAL TO INPUT-EXPECTED-TOTAL
   END-IF
   WRITE INPUT-RECORD
   CLOSE BATCH-FILE.

WRITE-GENERATION-REGISTER.
   OPEN OUTPUT REGISTER-FILE
   MOVE 0 TO REG-PAGE-NUM
   MOVE REG-PAGE-SIZE TO REG-LINE-CNT
   MOVE REG-COL-HEAD-1 TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   PERFORM VARYING TPL-IDX FROM 1 BY 1 UNTIL TPL-IDX > TEMPLATE-COUNT
      IF TPL-RESULT(TPL-IDX) NOT = "NOT DUE"
         PERFORM PRINT-TEMPLATE-LINE
      END-IF
   END-PERFORM
   MOVE SPACES TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   MOVE SPACES TO REG-TEXT-LINE
   MOVE SPACES TO RTL-TEXT
   STRING "TEMPLATES READ: " DELIMITED BY SIZE
          TEMPLATE-COUNT DELIMITED BY SIZE
          "  GENERATED: " DELIMITED BY SIZE
          GENERATED-COUNT DELIMITED BY SIZE
          "  NOT DUE: " DELIMITED BY SIZE
          NOT-DUE-COUNT DELIMITED BY SIZE
          INTO RTL-TEXT
   MOVE REG-TEXT-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   MOVE SPACES TO REG-TEXT-LINE
   MOVE SPACES TO RTL-TEXT
   STRING "SKIPPED - EXPIRED: " DELIMITED BY SIZE
          EXPIRED-COUNT DELIMITED BY SIZE
          "  NOT STARTED: " DELIMITED BY SIZE
          NOT-STARTED-COUNT DELIMITED BY SIZE
          "  INVALID: " DELIMITED BY SIZE
          INVALID-COUNT DELIMITED BY SIZE
          INTO RTL-TEXT
   MOVE REG-TEXT-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   MOVE SPACES TO REG-TEXT-LINE
   MOVE SPACES TO RTL-TEXT
   IF BATCH-TOTAL < 0
      COMPUTE ABS-AMOUNT = 0 - BATCH-TOTAL
   ELSE
      MOVE BATCH-TOTAL TO ABS-AMOUNT
   END-IF
   MOVE ABS-AMOUNT TO RDL-AMOUNT
   STRING "BATCH " DELIMITED BY SIZE
          FUNCTION TRIM(BATCH-FILE-NAME) DELIMITED BY SIZE
          " CONTROL TOTAL " DELIMITED BY SIZE
          FUNCTION TRIM(RDL-AMOUNT) DELIMITED BY SIZE
          INTO RTL-TEXT
   IF BATCH-TOTAL < 0
      MOVE "CR" TO RTL-TEXT(76:2)
   ELSE
      MOVE "DR" TO RTL-TEXT(76:2)
   END-IF
   MOVE REG-TEXT-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   IF RUN-IS-BUSINESS-DAY = 'N'
      MOVE SPACES TO REG-TEXT-LINE
      MOVE "*** RUN DATE IS NOT A BUSINESS DAY ON THE PERIOD "
         & "CALENDAR ***" TO RTL-TEXT
      MOVE REG-TEXT-LINE TO REG-PRINT-LINE
      PERFORM PRINT-REGISTER-LINE
   END-IF
   CLOSE REGISTER-FILE.

PRINT-TEMPLATE-LINE.
   MOVE SPACES TO REG-DETAIL-LINE
   MOVE TPL-ID(TPL-IDX)        TO RDL-TEMPLATE-ID
   MOVE TPL-CATEGORY(TPL-IDX)  TO RDL-CATEGORY
   IF TPL-RESULT(TPL-IDX) = "GENERATED"
      MOVE TPL-TRAN-ID(TPL-IDX) TO RDL-TRAN-ID
   END-IF
   MOVE TPL-CURRENCY(TPL-IDX)  TO RDL-CURRENCY
   MOVE TPL-SIGN(TPL-IDX)      TO RDL-SIGN
   MOVE TPL-FREQUENCY(TPL-IDX) TO RDL-FREQUENCY
   MOVE TPL-AMOUNT(TPL-IDX)    TO RDL-AMOUNT
   MOVE TPL-RESULT(TPL-IDX)    TO RDL-RESULT
   MOVE TPL-NOTE(TPL-IDX)      TO RDL-NOTE
   MOVE REG-DETAIL-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE.

PRINT-REGISTER-LINE.
   IF REG-LINE-CNT >= REG-PAGE-SIZE
      PERFORM PRINT-REGISTER-PAGE-HEADING
   END-IF
   MOVE REG-PRINT-LINE TO REGISTER-LINE
   WRITE REGISTER-LINE
   ADD 1 TO REG-LINE-CNT.

PRINT-REGISTER-PAGE-HEADING.
   ADD 1 TO REG-PAGE-NUM
   MOVE RUN-DATE-PARM TO RH1-RUN-DATE
   MOVE REG-PAGE-NUM TO RH1-PAGE
   MOVE REG-HEAD-1 TO REGISTER-LINE
   WRITE REGISTER-LINE
   MOVE SPACES TO REGISTER-LINE
   WRITE REGISTER-LINE
   MOVE 2 TO REG-LINE-CNT.
