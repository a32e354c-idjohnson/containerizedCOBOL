IDENTIFICATION DIVISION.
PROGRAM-ID. COST-ALLOCATE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT RULES-FILE
      ASSIGN DYNAMIC RULES-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS RULES-FILE-STATUS.
   SELECT CATEGORY-MASTER-FILE
      ASSIGN DYNAMIC CATEGORY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS CATEGORY-MASTER-STATUS.
   SELECT FEED-FILE
      ASSIGN DYNAMIC FEED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS FEED-FILE-STATUS.
   SELECT ALLOC-FEED-FILE
      ASSIGN DYNAMIC ALLOC-FEED-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT REGISTER-FILE
      ASSIGN DYNAMIC REGISTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   FD  RULES-FILE.
   01  RULES-RECORD.
      05  AR-RULE-ID         PIC X(4).
      05  AR-SEP1            PIC X(1).
      05  AR-SOURCE-CATEGORY PIC X(4).
      05  AR-SEP2            PIC X(1).
      05  AR-METHOD          PIC X(1).
      05  AR-SEP3            PIC X(1).
      05  AR-TARGET-CATEGORY PIC X(4).
      05  AR-SEP4            PIC X(1).
      05  AR-TARGET-ACCOUNT  PIC X(8).
      05  AR-SEP5            PIC X(1).
      05  AR-PERCENT         PIC 9(3)V9(4).
      05  AR-SEP6            PIC X(1).
      05  AR-DRIVER-CATEGORY PIC X(4).
      05  AR-SEP7            PIC X(1).
      05  AR-PLUG            PIC X(1).
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
   FD  FEED-FILE.
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
   FD  ALLOC-FEED-FILE.
   01  ALLOC-FEED-RECORD.
      05  AGL-REC-TYPE         PIC X(1).
      05  AGL-SEP1             PIC X(1).
      05  AGL-JOB-NAME         PIC X(11).
      05  AGL-SEP2             PIC X(1).
      05  AGL-RUN-DATE         PIC X(8).
      05  AGL-SEP3             PIC X(1).
      05  AGL-CATEGORY         PIC X(4).
      05  AGL-SEP4             PIC X(1).
      05  AGL-ACCOUNT          PIC 9(8).
      05  AGL-SEP4A            PIC X(1).
      05  AGL-DESC             PIC X(30).
      05  AGL-SEP4B            PIC X(1).
      05  AGL-DEBIT-TOTAL      PIC S9(34)V99.
      05  AGL-SEP5             PIC X(1).
      05  AGL-CREDIT-TOTAL     PIC S9(34)V99.
      05  AGL-SEP6             PIC X(1).
      05  AGL-NET-TOTAL        PIC S9(34)V99.
      05  AGL-SEP7             PIC X(1).
      05  AGL-RECORD-COUNT     PIC 9(8).
      05  AGL-SEP8             PIC X(1).
      05  AGL-OUT-OF-BALANCE   PIC X(1).
      05  AGL-SEP9             PIC X(1).
      05  AGL-COMPANY          PIC X(3).
   FD  REGISTER-FILE.
   01  REGISTER-LINE PIC X(132).

WORKING-STORAGE SECTION.
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  RULES-FILE-NAME       PIC X(40) VALUE "allocrules.txt".
       01  RULES-FILE-PARM       PIC X(40) VALUE SPACES.
       01  RULES-FILE-STATUS     PIC X(2) VALUE "00".
       01  CATEGORY-MASTER-FILE-NAME PIC X(40) VALUE "catmast.txt".
       01  CATEGORY-MASTER-PARM  PIC X(40) VALUE SPACES.
       01  CATEGORY-MASTER-STATUS PIC X(2) VALUE "00".
       01  FEED-FILE-NAME        PIC X(40) VALUE SPACES.
       01  FEED-FILE-STATUS      PIC X(2) VALUE "00".
       01  ALLOC-FEED-FILE-NAME  PIC X(40) VALUE SPACES.
       01  REGISTER-FILE-NAME    PIC X(40) VALUE SPACES.
       01  GL-FEED-JOB-NAME      PIC X(11) VALUE "COST-ALLOC".
       01  RULES-EOF             PIC X(1) VALUE 'N'.
       01  MASTER-EOF            PIC X(1) VALUE 'N'.
       01  FEED-EOF              PIC X(1) VALUE 'N'.
       01  FEED-HEADER-SEEN      PIC X(1) VALUE 'N'.
       01  FEED-TRAILER-SEEN     PIC X(1) VALUE 'N'.
       01  WORK-DATE             PIC 9(8) VALUE 0.
       01  WORK-DATE-X REDEFINES WORK-DATE PIC X(8).
       01  DATE-CHECK            PIC S9(4) VALUE 0.
       01  MASTER-TABLE.
           05  MASTER-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10  MST-CODE       PIC X(4) VALUE SPACES.
               10  MST-DESC       PIC X(30) VALUE SPACES.
               10  MST-GL-ACCOUNT PIC 9(8) VALUE 0.
               10  MST-COMPANY    PIC X(3) VALUE SPACES.
       01  MASTER-COUNT          PIC 9(4) VALUE 0.
       01  MASTER-FOUND          PIC X(1) VALUE 'N'.
       01  MASTER-LOOKUP-CODE    PIC X(4) VALUE SPACES.
       01  FEED-CATEGORY-TABLE.
           05  FEED-CATEGORY-ENTRY OCCURS 500 TIMES INDEXED BY FCT-IDX.
               10  FCT-CATEGORY  PIC X(4) VALUE SPACES.
               10  FCT-ACCOUNT   PIC 9(8) VALUE 0.
               10  FCT-DESC      PIC X(30) VALUE SPACES.
               10  FCT-NET       PIC S9(34)V99 VALUE 0.
       01  FEED-CATEGORY-COUNT   PIC 9(4) VALUE 0.
       01  FEED-CATEGORY-FOUND   PIC X(1) VALUE 'N'.
       01  FEED-LOOKUP-CATEGORY  PIC X(4) VALUE SPACES.
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 200 TIMES INDEXED BY RUL-IDX.
               10  RUL-ID            PIC X(4) VALUE SPACES.
               10  RUL-SOURCE        PIC X(4) VALUE SPACES.
               10  RUL-METHOD        PIC X(1) VALUE SPACES.
               10  RUL-STATUS        PIC X(8) VALUE SPACES.
               10  RUL-NOTE          PIC X(30) VALUE SPACES.
               10  RUL-COMPANY       PIC X(3) VALUE SPACES.
               10  RUL-LINE-COUNT    PIC 9(4) VALUE 0.
               10  RUL-PLUG-COUNT    PIC 9(4) VALUE 0.
               10  RUL-PERCENT-TOTAL PIC 9(5)V9(4) VALUE 0.
       01  RULE-COUNT            PIC 9(4) VALUE 0.
       01  RULE-FOUND            PIC X(1) VALUE 'N'.
       01  RULE-LOOKUP-ID        PIC X(4) VALUE SPACES.
       01  PRIOR-RULE-IDX        PIC 9(4) VALUE 0.
       01  TARGET-TABLE.
           05  TARGET-ENTRY OCCURS 1000 TIMES INDEXED BY TGT-IDX.
               10  TGT-RULE-ID     PIC X(4) VALUE SPACES.
               10  TGT-CATEGORY    PIC X(4) VALUE SPACES.
               10  TGT-ACCOUNT     PIC 9(8) VALUE 0.
               10  TGT-DESC        PIC X(30) VALUE SPACES.
               10  TGT-COMPANY     PIC X(3) VALUE SPACES.
               10  TGT-PERCENT     PIC 9(3)V9(4) VALUE 0.
               10  TGT-DRIVER      PIC X(4) VALUE SPACES.
               10  TGT-PLUG        PIC X(1) VALUE 'N'.
               10  TGT-DRIVER-NET  PIC S9(34)V99 VALUE 0.
               10  TGT-SHARE       PIC S9(34)V99 VALUE 0.
       01  TARGET-COUNT          PIC 9(4) VALUE 0.
       01  PLUG-IDX              PIC 9(4) VALUE 0.
       01  SOURCE-NET            PIC S9(34)V99 VALUE 0.
       01  SOURCE-AMOUNT         PIC S9(34)V99 VALUE 0.
       01  SOURCE-ACCOUNT        PIC 9(8) VALUE 0.
       01  SOURCE-DESC           PIC X(30) VALUE SPACES.
       01  SHARE-TOTAL           PIC S9(34)V99 VALUE 0.
       01  ROUNDING-AMOUNT       PIC S9(34)V99 VALUE 0.
       01  DRIVER-TOTAL          PIC S9(34)V99 VALUE 0.
       01  DRIVER-NEGATIVE       PIC X(1) VALUE 'N'.
       01  EFFECTIVE-PERCENT     PIC 9(3)V9(4) VALUE 0.
       01  DIRECTION             PIC S9(1) VALUE 1.
       01  ENTRY-CATEGORY        PIC X(4) VALUE SPACES.
       01  ENTRY-ACCOUNT         PIC 9(8) VALUE 0.
       01  ENTRY-DESC            PIC X(30) VALUE SPACES.
       01  ENTRY-COMPANY         PIC X(3) VALUE SPACES.
       01  DEFAULT-COMPANY       PIC X(3) VALUE "001".
       01  DEFAULT-COMPANY-PARM  PIC X(3) VALUE SPACES.
       01  ENTRY-AMOUNT          PIC S9(34)V99 VALUE 0.
       01  ALLOC-DEBIT-TOTAL     PIC S9(34)V99 VALUE 0.
       01  ALLOC-CREDIT-TOTAL    PIC S9(34)V99 VALUE 0.
       01  ALLOC-NET-TOTAL       PIC S9(34)V99 VALUE 0.
       01  ALLOC-DETAIL-COUNT    PIC 9(8) VALUE 0.
       01  ALLOC-OUT-OF-BALANCE  PIC X(1) VALUE 'N'.
       01  POSTED-COUNT          PIC 9(4) VALUE 0.
       01  REJECTED-COUNT        PIC 9(4) VALUE 0.
       01  NO-ACTIVITY-COUNT     PIC 9(4) VALUE 0.
       01  ABS-AMOUNT            PIC 9(34)V99 VALUE 0.
       01  EDIT-PERCENT          PIC ZZZZ9.9999.
       01  REG-PAGE-NUM          PIC 9(4) VALUE 0.
       01  REG-LINE-CNT          PIC 9(4) VALUE 0.
       01  REG-PAGE-SIZE         PIC 9(4) VALUE 55.
       01  REG-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "COST ALLOCATION REGISTER            ".
           05  FILLER       PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE PIC X(8).
           05  FILLER       PIC X(6) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  RH1-PAGE     PIC ZZZ9.
       01  REG-COL-HEAD-1.
           05  FILLER PIC X(6)  VALUE "RULE".
           05  FILLER PIC X(8)  VALUE "LINE".
           05  FILLER PIC X(6)  VALUE "CAT".
           05  FILLER PIC X(10) VALUE "GL ACCT".
           05  FILLER PIC X(10) VALUE " PERCENT".
           05  FILLER PIC X(21) VALUE "               AMOUNT".
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC X(30) VALUE "NOTE".
       01  REG-DETAIL-LINE.
           05  RDL-RULE-ID  PIC X(4).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-ROLE     PIC X(6).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-CATEGORY PIC X(4).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-ACCOUNT  PIC 9(8).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-PERCENT  PIC ZZ9.9999.
           05  FILLER       PIC X(2) VALUE SPACES.
           05  RDL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER       PIC X(1) VALUE SPACES.
           05  RDL-DRCR     PIC X(2).
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
   PERFORM BUILD-DATED-FILE-NAMES
   ACCEPT RULES-FILE-PARM FROM ENVIRONMENT "ALLOCATION_RULES"
   IF RULES-FILE-PARM NOT = SPACES
      MOVE RULES-FILE-PARM TO RULES-FILE-NAME
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
   PERFORM LOAD-ALLOCATION-RULES
   PERFORM LOAD-DAILY-FEED
   OPEN OUTPUT ALLOC-FEED-FILE
   OPEN OUTPUT REGISTER-FILE
   MOVE 0 TO REG-PAGE-NUM
   MOVE REG-PAGE-SIZE TO REG-LINE-CNT
   MOVE REG-COL-HEAD-1 TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   PERFORM WRITE-GL-HEADER
   PERFORM VARYING RUL-IDX FROM 1 BY 1 UNTIL RUL-IDX > RULE-COUNT
      PERFORM PROCESS-ALLOCATION-RULE
   END-PERFORM
   PERFORM WRITE-GL-TRAILER
   PERFORM WRITE-REGISTER-SUMMARY
   CLOSE ALLOC-FEED-FILE, REGISTER-FILE
   DISPLAY "COST ALLOCATION COMPLETE: " POSTED-COUNT
      " RULES POSTED, " NO-ACTIVITY-COUNT " WITH NO ACTIVITY, "
      REJECTED-COUNT " REJECTED - " ALLOC-DETAIL-COUNT
      " ENTRIES WRITTEN TO " FUNCTION TRIM(ALLOC-FEED-FILE-NAME)
   IF ALLOC-OUT-OF-BALANCE = 'Y' OR REJECTED-COUNT > 0
      STOP RUN 8
   END-IF
   STOP RUN.

BUILD-DATED-FILE-NAMES.
   MOVE SPACES TO FEED-FILE-NAME
   MOVE SPACES TO ALLOC-FEED-FILE-NAME
   MOVE SPACES TO REGISTER-FILE-NAME
   STRING "GLFEED.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO FEED-FILE-NAME
   STRING "GLALLOC.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO ALLOC-FEED-FILE-NAME
   STRING "ALLOCREG.D" DELIMITED BY SIZE
          RUN-DATE-PARM DELIMITED BY SPACE
          INTO REGISTER-FILE-NAME.

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

LOAD-ALLOCATION-RULES.
   OPEN INPUT RULES-FILE
   IF RULES-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN ALLOCATION RULES ["
         FUNCTION TRIM(RULES-FILE-NAME)
         "] - FILE STATUS " RULES-FILE-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL RULES-EOF = 'Y'
      READ RULES-FILE
         AT END MOVE 'Y' TO RULES-EOF
         NOT AT END
            IF RULES-RECORD NOT = SPACES
               PERFORM REGISTER-RULE-LINE
            END-IF
      END-READ
   END-PERFORM
   CLOSE RULES-FILE
   PERFORM VARYING RUL-IDX FROM 1 BY 1 UNTIL RUL-IDX > RULE-COUNT
      PERFORM VALIDATE-ALLOCATION-RULE
   END-PERFORM.

REGISTER-RULE-LINE.
   MOVE AR-RULE-ID TO RULE-LOOKUP-ID
   PERFORM FIND-RULE
   IF RULE-FOUND = 'N'
      IF RULE-COUNT >= 200
         DISPLAY "FATAL: ALLOCATION RULES EXCEED 200 RULES"
         CLOSE RULES-FILE
         STOP RUN 20
      END-IF
      ADD 1 TO RULE-COUNT
      SET RUL-IDX TO RULE-COUNT
      MOVE AR-RULE-ID         TO RUL-ID(RUL-IDX)
      MOVE AR-SOURCE-CATEGORY TO RUL-SOURCE(RUL-IDX)
      MOVE AR-METHOD          TO RUL-METHOD(RUL-IDX)
      MOVE "VALID"            TO RUL-STATUS(RUL-IDX)
      MOVE SPACES             TO RUL-NOTE(RUL-IDX)
      MOVE DEFAULT-COMPANY    TO RUL-COMPANY(RUL-IDX)
      MOVE AR-SOURCE-CATEGORY TO MASTER-LOOKUP-CODE
      PERFORM FIND-MASTER-CATEGORY
      IF MASTER-FOUND = 'Y'
         MOVE MST-COMPANY(MST-IDX) TO RUL-COMPANY(RUL-IDX)
      END-IF
      MOVE 0 TO RUL-LINE-COUNT(RUL-IDX)
      MOVE 0 TO RUL-PLUG-COUNT(RUL-IDX)
      MOVE 0 TO RUL-PERCENT-TOTAL(RUL-IDX)
   END-IF
   IF TARGET-COUNT >= 1000
      DISPLAY "FATAL: ALLOCATION RULES EXCEED 1000 TARGET LINES"
      CLOSE RULES-FILE
      STOP RUN 20
   END-IF
   ADD 1 TO TARGET-COUNT
   SET TGT-IDX TO TARGET-COUNT
   ADD 1 TO RUL-LINE-COUNT(RUL-IDX)
   MOVE AR-RULE-ID         TO TGT-RULE-ID(TGT-IDX)
   MOVE AR-TARGET-CATEGORY TO TGT-CATEGORY(TGT-IDX)
   MOVE AR-DRIVER-CATEGORY TO TGT-DRIVER(TGT-IDX)
   MOVE 0 TO TGT-ACCOUNT(TGT-IDX)
   MOVE 0 TO TGT-PERCENT(TGT-IDX)
   MOVE 0 TO TGT-DRIVER-NET(TGT-IDX)
   MOVE 0 TO TGT-SHARE(TGT-IDX)
   MOVE 'N' TO TGT-PLUG(TGT-IDX)
   MOVE SPACES TO TGT-DESC(TGT-IDX)
   MOVE DEFAULT-COMPANY TO TGT-COMPANY(TGT-IDX)
   IF AR-PLUG = 'Y'
      MOVE 'Y' TO TGT-PLUG(TGT-IDX)
      ADD 1 TO RUL-PLUG-COUNT(RUL-IDX)
   END-IF
   MOVE AR-TARGET-CATEGORY TO MASTER-LOOKUP-CODE
   PERFORM FIND-MASTER-CATEGORY
   IF MASTER-FOUND = 'Y'
      MOVE MST-GL-ACCOUNT(MST-IDX) TO TGT-ACCOUNT(TGT-IDX)
      MOVE MST-DESC(MST-IDX)       TO TGT-DESC(TGT-IDX)
      MOVE MST-COMPANY(MST-IDX)    TO TGT-COMPANY(TGT-IDX)
   END-IF
   IF AR-TARGET-ACCOUNT NUMERIC
      MOVE AR-TARGET-ACCOUNT TO TGT-ACCOUNT(TGT-IDX)
   END-IF
   IF TGT-DESC(TGT-IDX) = SPACES
      MOVE 'ALLOCATED COST' TO TGT-DESC(TGT-IDX)
   END-IF
   IF RUL-STATUS(RUL-IDX) NOT = "VALID"
      EXIT PARAGRAPH
   END-IF
   EVALUATE TRUE
      WHEN AR-SOURCE-CATEGORY NOT = RUL-SOURCE(RUL-IDX)
         OR AR-METHOD NOT = RUL-METHOD(RUL-IDX)
         MOVE 'INCONSISTENT SOURCE OR METHOD' TO RUL-NOTE(RUL-IDX)
      WHEN AR-SOURCE-CATEGORY = SPACES
         MOVE 'MISSING SOURCE CATEGORY' TO RUL-NOTE(RUL-IDX)
      WHEN AR-METHOD NOT = 'P' AND AR-METHOD NOT = 'D'
         MOVE 'METHOD MUST BE P OR D' TO RUL-NOTE(RUL-IDX)
      WHEN AR-TARGET-CATEGORY = SPACES
         MOVE 'MISSING TARGET CATEGORY' TO RUL-NOTE(RUL-IDX)
      WHEN AR-TARGET-CATEGORY = AR-SOURCE-CATEGORY
         MOVE 'TARGET EQUALS SOURCE CATEGORY' TO RUL-NOTE(RUL-IDX)
      WHEN TGT-ACCOUNT(TGT-IDX) = 0
         MOVE 'NO GL ACCOUNT FOR TARGET' TO RUL-NOTE(RUL-IDX)
      WHEN TGT-COMPANY(TGT-IDX) NOT = RUL-COMPANY(RUL-IDX)
         MOVE 'TARGET IN ANOTHER ENTITY' TO RUL-NOTE(RUL-IDX)
      WHEN AR-PLUG NOT = 'Y' AND AR-PLUG NOT = 'N'
         AND AR-PLUG NOT = SPACE
         MOVE 'PLUG FLAG MUST BE Y OR N' TO RUL-NOTE(RUL-IDX)
      WHEN AR-METHOD = 'P' AND AR-PERCENT NOT NUMERIC
         MOVE 'NON-NUMERIC PERCENTAGE' TO RUL-NOTE(RUL-IDX)
      WHEN AR-METHOD = 'D' AND AR-DRIVER-CATEGORY = SPACES
         MOVE 'MISSING DRIVER CATEGORY' TO RUL-NOTE(RUL-IDX)
      WHEN AR-METHOD = 'P'
         MOVE AR-PERCENT TO TGT-PERCENT(TGT-IDX)
         ADD AR-PERCENT TO RUL-PERCENT-TOTAL(RUL-IDX)
   END-EVALUATE
   IF RUL-NOTE(RUL-IDX) NOT = SPACES
      MOVE "REJECTED" TO RUL-STATUS(RUL-IDX)
   END-IF.

FIND-RULE.
   MOVE 'N' TO RULE-FOUND
   PERFORM VARYING RUL-IDX FROM 1 BY 1 UNTIL RUL-IDX > RULE-COUNT
      IF RUL-ID(RUL-IDX) = RULE-LOOKUP-ID
         MOVE 'Y' TO RULE-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

VALIDATE-ALLOCATION-RULE.
   IF RUL-STATUS(RUL-IDX) NOT = "VALID"
      EXIT PARAGRAPH
   END-IF
   IF RUL-PLUG-COUNT(RUL-IDX) NOT = 1
      MOVE "REJECTED" TO RUL-STATUS(RUL-IDX)
      MOVE 'EXACTLY ONE PLUG TARGET NEEDED' TO RUL-NOTE(RUL-IDX)
      EXIT PARAGRAPH
   END-IF
   IF RUL-METHOD(RUL-IDX) = 'P'
      AND RUL-PERCENT-TOTAL(RUL-IDX) NOT = 100
      MOVE "REJECTED" TO RUL-STATUS(RUL-IDX)
      MOVE RUL-PERCENT-TOTAL(RUL-IDX) TO EDIT-PERCENT
      STRING "PERCENT TOTAL " DELIMITED BY SIZE
             FUNCTION TRIM(EDIT-PERCENT) DELIMITED BY SIZE
             " NOT 100" DELIMITED BY SIZE
             INTO RUL-NOTE(RUL-IDX)
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING PRIOR-RULE-IDX FROM 1 BY 1
      UNTIL PRIOR-RULE-IDX >= RUL-IDX
      IF RUL-SOURCE(PRIOR-RULE-IDX) = RUL-SOURCE(RUL-IDX)
         AND RUL-STATUS(PRIOR-RULE-IDX) = "VALID"
         MOVE "REJECTED" TO RUL-STATUS(RUL-IDX)
         STRING "SOURCE ALREADY ON RULE " DELIMITED BY SIZE
                RUL-ID(PRIOR-RULE-IDX) DELIMITED BY SIZE
                INTO RUL-NOTE(RUL-IDX)
         EXIT PERFORM
      END-IF
   END-PERFORM.

LOAD-DAILY-FEED.
   OPEN INPUT FEED-FILE
   IF FEED-FILE-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN GL FEED ["
         FUNCTION TRIM(FEED-FILE-NAME)
         "] - FILE STATUS " FEED-FILE-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL FEED-EOF = 'Y'
      READ FEED-FILE
         AT END MOVE 'Y' TO FEED-EOF
         NOT AT END
            EVALUATE GL-REC-TYPE
               WHEN 'H'
                  MOVE 'Y' TO FEED-HEADER-SEEN
               WHEN 'D'
                  PERFORM ACCUMULATE-FEED-CATEGORY
               WHEN 'T'
                  MOVE 'Y' TO FEED-TRAILER-SEEN
                  IF GL-OUT-OF-BALANCE = 'Y'
                     DISPLAY "FATAL: GL FEED ["
                        FUNCTION TRIM(FEED-FILE-NAME)
                        "] TRAILER SHOWS OUT OF BALANCE - "
                        "NOTHING ALLOCATED"
                     CLOSE FEED-FILE
                     STOP RUN 16
                  END-IF
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE FEED-FILE
   IF FEED-HEADER-SEEN = 'N' OR FEED-TRAILER-SEEN = 'N'
      DISPLAY "FATAL: GL FEED ["
         FUNCTION TRIM(FEED-FILE-NAME)
         "] IS MISSING ITS HEADER OR TRAILER - NOTHING ALLOCATED"
      STOP RUN 16
   END-IF.

ACCUMULATE-FEED-CATEGORY.
   MOVE GL-CATEGORY TO FEED-LOOKUP-CATEGORY
   PERFORM FIND-FEED-CATEGORY
   IF FEED-CATEGORY-FOUND = 'N'
      IF FEED-CATEGORY-COUNT >= 500
         DISPLAY "FATAL: GL FEED CATEGORY TABLE EXCEEDS 500 ENTRIES"
         CLOSE FEED-FILE
         STOP RUN 20
      END-IF
      ADD 1 TO FEED-CATEGORY-COUNT
      SET FCT-IDX TO FEED-CATEGORY-COUNT
      MOVE GL-CATEGORY TO FCT-CATEGORY(FCT-IDX)
      MOVE GL-ACCOUNT  TO FCT-ACCOUNT(FCT-IDX)
      MOVE GL-DESC     TO FCT-DESC(FCT-IDX)
      MOVE 0 TO FCT-NET(FCT-IDX)
   END-IF
   ADD GL-NET-TOTAL TO FCT-NET(FCT-IDX).

FIND-FEED-CATEGORY.
   MOVE 'N' TO FEED-CATEGORY-FOUND
   PERFORM VARYING FCT-IDX FROM 1 BY 1
      UNTIL FCT-IDX > FEED-CATEGORY-COUNT
      IF FCT-CATEGORY(FCT-IDX) = FEED-LOOKUP-CATEGORY
         MOVE 'Y' TO FEED-CATEGORY-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM.

PROCESS-ALLOCATION-RULE.
   IF RUL-STATUS(RUL-IDX) = "REJECTED"
      ADD 1 TO REJECTED-COUNT
      PERFORM PRINT-RULE-LINE
      EXIT PARAGRAPH
   END-IF
   MOVE RUL-SOURCE(RUL-IDX) TO FEED-LOOKUP-CATEGORY
   PERFORM FIND-FEED-CATEGORY
   MOVE 0 TO SOURCE-NET
   IF FEED-CATEGORY-FOUND = 'Y'
      MOVE FCT-NET(FCT-IDX)     TO SOURCE-NET
      MOVE FCT-ACCOUNT(FCT-IDX) TO SOURCE-ACCOUNT
      MOVE FCT-DESC(FCT-IDX)    TO SOURCE-DESC
   END-IF
   IF SOURCE-NET = 0
      ADD 1 TO NO-ACTIVITY-COUNT
      MOVE "NO DATA" TO RUL-STATUS(RUL-IDX)
      MOVE 'NO SOURCE ACTIVITY ON FEED' TO RUL-NOTE(RUL-IDX)
      PERFORM PRINT-RULE-LINE
      EXIT PARAGRAPH
   END-IF
   IF SOURCE-NET < 0
      MOVE -1 TO DIRECTION
      COMPUTE SOURCE-AMOUNT = 0 - SOURCE-NET
   ELSE
      MOVE 1 TO DIRECTION
      MOVE SOURCE-NET TO SOURCE-AMOUNT
   END-IF
   IF RUL-METHOD(RUL-IDX) = 'D'
      PERFORM LOAD-DRIVER-BASIS
      IF DRIVER-NEGATIVE = 'Y' OR DRIVER-TOTAL NOT > 0
         ADD 1 TO REJECTED-COUNT
         MOVE "REJECTED" TO RUL-STATUS(RUL-IDX)
         MOVE 'DRIVER BASIS NOT POSITIVE' TO RUL-NOTE(RUL-IDX)
         PERFORM PRINT-RULE-LINE
         EXIT PARAGRAPH
      END-IF
   END-IF
   PERFORM COMPUTE-TARGET-SHARES
   ADD 1 TO POSTED-COUNT
   MOVE "POSTED" TO RUL-STATUS(RUL-IDX)
   PERFORM PRINT-RULE-LINE
   MOVE RUL-SOURCE(RUL-IDX) TO ENTRY-CATEGORY
   MOVE SOURCE-ACCOUNT      TO ENTRY-ACCOUNT
   MOVE SOURCE-DESC         TO ENTRY-DESC
   MOVE RUL-COMPANY(RUL-IDX) TO ENTRY-COMPANY
   COMPUTE ENTRY-AMOUNT = 0 - SOURCE-NET
   PERFORM WRITE-GL-DETAIL-LINE
   MOVE SPACES TO REG-DETAIL-LINE
   MOVE RUL-ID(RUL-IDX)     TO RDL-RULE-ID
   MOVE "SOURCE"            TO RDL-ROLE
   MOVE RUL-SOURCE(RUL-IDX) TO RDL-CATEGORY
   MOVE SOURCE-ACCOUNT      TO RDL-ACCOUNT
   MOVE 100                 TO RDL-PERCENT
   PERFORM SET-REGISTER-AMOUNT
   MOVE 'AMOUNT ALLOCATED OUT' TO RDL-NOTE
   MOVE REG-DETAIL-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   PERFORM VARYING TGT-IDX FROM 1 BY 1 UNTIL TGT-IDX > TARGET-COUNT
      IF TGT-RULE-ID(TGT-IDX) = RUL-ID(RUL-IDX)
         PERFORM POST-TARGET-SHARE
      END-IF
   END-PERFORM
   IF ROUNDING-AMOUNT NOT = 0
      SET TGT-IDX TO PLUG-IDX
      MOVE TGT-CATEGORY(TGT-IDX) TO ENTRY-CATEGORY
      MOVE TGT-ACCOUNT(TGT-IDX)  TO ENTRY-ACCOUNT
      MOVE TGT-DESC(TGT-IDX)     TO ENTRY-DESC
      MOVE TGT-COMPANY(TGT-IDX)  TO ENTRY-COMPANY
      COMPUTE ENTRY-AMOUNT = ROUNDING-AMOUNT * DIRECTION
      PERFORM WRITE-GL-DETAIL-LINE
      MOVE SPACES TO REG-DETAIL-LINE
      MOVE RUL-ID(RUL-IDX)       TO RDL-RULE-ID
      MOVE "ROUND"               TO RDL-ROLE
      MOVE TGT-CATEGORY(TGT-IDX) TO RDL-CATEGORY
      MOVE TGT-ACCOUNT(TGT-IDX)  TO RDL-ACCOUNT
      PERFORM SET-REGISTER-AMOUNT
      MOVE 'ROUNDING TO PLUG TARGET' TO RDL-NOTE
      MOVE REG-DETAIL-LINE TO REG-PRINT-LINE
      PERFORM PRINT-REGISTER-LINE
   END-IF
   MOVE SPACES TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE.

LOAD-DRIVER-BASIS.
   MOVE 0 TO DRIVER-TOTAL
   MOVE 'N' TO DRIVER-NEGATIVE
   PERFORM VARYING TGT-IDX FROM 1 BY 1 UNTIL TGT-IDX > TARGET-COUNT
      IF TGT-RULE-ID(TGT-IDX) = RUL-ID(RUL-IDX)
         MOVE TGT-DRIVER(TGT-IDX) TO FEED-LOOKUP-CATEGORY
         PERFORM FIND-FEED-CATEGORY
         MOVE 0 TO TGT-DRIVER-NET(TGT-IDX)
         IF FEED-CATEGORY-FOUND = 'Y'
            MOVE FCT-NET(FCT-IDX) TO TGT-DRIVER-NET(TGT-IDX)
         END-IF
         IF TGT-DRIVER-NET(TGT-IDX) < 0
            MOVE 'Y' TO DRIVER-NEGATIVE
         END-IF
         ADD TGT-DRIVER-NET(TGT-IDX) TO DRIVER-TOTAL
      END-IF
   END-PERFORM.

COMPUTE-TARGET-SHARES.
   MOVE 0 TO SHARE-TOTAL
   MOVE 0 TO PLUG-IDX
   PERFORM VARYING TGT-IDX FROM 1 BY 1 UNTIL TGT-IDX > TARGET-COUNT
      IF TGT-RULE-ID(TGT-IDX) = RUL-ID(RUL-IDX)
         IF RUL-METHOD(RUL-IDX) = 'D'
            COMPUTE TGT-PERCENT(TGT-IDX) ROUNDED =
               TGT-DRIVER-NET(TGT-IDX) * 100 / DRIVER-TOTAL
            COMPUTE TGT-SHARE(TGT-IDX) ROUNDED =
               SOURCE-AMOUNT * TGT-DRIVER-NET(TGT-IDX) / DRIVER-TOTAL
         ELSE
            COMPUTE TGT-SHARE(TGT-IDX) ROUNDED =
               SOURCE-AMOUNT * TGT-PERCENT(TGT-IDX) / 100
         END-IF
         ADD TGT-SHARE(TGT-IDX) TO SHARE-TOTAL
         IF TGT-PLUG(TGT-IDX) = 'Y'
            SET PLUG-IDX TO TGT-IDX
         END-IF
      END-IF
   END-PERFORM
   COMPUTE ROUNDING-AMOUNT = SOURCE-AMOUNT - SHARE-TOTAL.

POST-TARGET-SHARE.
   MOVE TGT-CATEGORY(TGT-IDX) TO ENTRY-CATEGORY
   MOVE TGT-ACCOUNT(TGT-IDX)  TO ENTRY-ACCOUNT
   MOVE TGT-DESC(TGT-IDX)     TO ENTRY-DESC
   MOVE TGT-COMPANY(TGT-IDX)  TO ENTRY-COMPANY
   COMPUTE ENTRY-AMOUNT = TGT-SHARE(TGT-IDX) * DIRECTION
   IF ENTRY-AMOUNT NOT = 0
      PERFORM WRITE-GL-DETAIL-LINE
   END-IF
   MOVE SPACES TO REG-DETAIL-LINE
   MOVE RUL-ID(RUL-IDX)       TO RDL-RULE-ID
   MOVE "TARGET"              TO RDL-ROLE
   MOVE TGT-CATEGORY(TGT-IDX) TO RDL-CATEGORY
   MOVE TGT-ACCOUNT(TGT-IDX)  TO RDL-ACCOUNT
   MOVE TGT-PERCENT(TGT-IDX)  TO RDL-PERCENT
   PERFORM SET-REGISTER-AMOUNT
   IF RUL-METHOD(RUL-IDX) = 'D'
      STRING "DRIVER " DELIMITED BY SIZE
             TGT-DRIVER(TGT-IDX) DELIMITED BY SIZE
             INTO RDL-NOTE
   END-IF
   IF TGT-PLUG(TGT-IDX) = 'Y'
      MOVE "PLUG" TO RDL-NOTE(13:4)
   END-IF
   MOVE REG-DETAIL-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE.

SET-REGISTER-AMOUNT.
   IF ENTRY-AMOUNT < 0
      COMPUTE ABS-AMOUNT = 0 - ENTRY-AMOUNT
      MOVE "CR" TO RDL-DRCR
   ELSE
      MOVE ENTRY-AMOUNT TO ABS-AMOUNT
      MOVE "DR" TO RDL-DRCR
   END-IF
   MOVE ABS-AMOUNT TO RDL-AMOUNT.

PRINT-RULE-LINE.
   MOVE SPACES TO REG-DETAIL-LINE
   MOVE RUL-ID(RUL-IDX)     TO RDL-RULE-ID
   MOVE "RULE"              TO RDL-ROLE
   MOVE RUL-SOURCE(RUL-IDX) TO RDL-CATEGORY
   IF RUL-METHOD(RUL-IDX) = 'D'
      MOVE "DRIVER" TO RDL-NOTE
   ELSE
      MOVE "PERCENT" TO RDL-NOTE
   END-IF
   MOVE RUL-STATUS(RUL-IDX) TO RDL-NOTE(9:8)
   MOVE REG-DETAIL-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   IF RUL-NOTE(RUL-IDX) NOT = SPACES
      MOVE SPACES TO REG-TEXT-LINE
      MOVE SPACES TO RTL-TEXT
      STRING "*** " DELIMITED BY SIZE
             RUL-NOTE(RUL-IDX) DELIMITED BY SIZE
             INTO RTL-TEXT
      MOVE REG-TEXT-LINE TO REG-PRINT-LINE
      PERFORM PRINT-REGISTER-LINE
      MOVE SPACES TO REG-PRINT-LINE
      PERFORM PRINT-REGISTER-LINE
   END-IF.

WRITE-GL-HEADER.
   INITIALIZE ALLOC-FEED-RECORD
   MOVE 'H' TO AGL-REC-TYPE
   MOVE GL-FEED-JOB-NAME TO AGL-JOB-NAME
   MOVE RUN-DATE-PARM TO AGL-RUN-DATE
   WRITE ALLOC-FEED-RECORD.

WRITE-GL-DETAIL-LINE.
   INITIALIZE ALLOC-FEED-RECORD
   MOVE 'D' TO AGL-REC-TYPE
   MOVE RUN-DATE-PARM  TO AGL-RUN-DATE
   MOVE ENTRY-CATEGORY TO AGL-CATEGORY
   MOVE ENTRY-ACCOUNT  TO AGL-ACCOUNT
   MOVE ENTRY-DESC     TO AGL-DESC
   MOVE ENTRY-COMPANY  TO AGL-COMPANY
   IF ENTRY-AMOUNT < 0
      MOVE 0 TO AGL-DEBIT-TOTAL
      COMPUTE AGL-CREDIT-TOTAL = 0 - ENTRY-AMOUNT
      SUBTRACT ENTRY-AMOUNT FROM ALLOC-CREDIT-TOTAL
   ELSE
      MOVE ENTRY-AMOUNT TO AGL-DEBIT-TOTAL
      MOVE 0 TO AGL-CREDIT-TOTAL
      ADD ENTRY-AMOUNT TO ALLOC-DEBIT-TOTAL
   END-IF
   MOVE ENTRY-AMOUNT TO AGL-NET-TOTAL
   ADD ENTRY-AMOUNT TO ALLOC-NET-TOTAL
   ADD 1 TO ALLOC-DETAIL-COUNT
   WRITE ALLOC-FEED-RECORD.

WRITE-GL-TRAILER.
   IF ALLOC-DEBIT-TOTAL = ALLOC-CREDIT-TOTAL AND ALLOC-NET-TOTAL = 0
      MOVE 'N' TO ALLOC-OUT-OF-BALANCE
   ELSE
      MOVE 'Y' TO ALLOC-OUT-OF-BALANCE
   END-IF
   INITIALIZE ALLOC-FEED-RECORD
   MOVE 'T' TO AGL-REC-TYPE
   MOVE ALLOC-DEBIT-TOTAL    TO AGL-DEBIT-TOTAL
   MOVE ALLOC-CREDIT-TOTAL   TO AGL-CREDIT-TOTAL
   MOVE ALLOC-NET-TOTAL      TO AGL-NET-TOTAL
   MOVE ALLOC-DETAIL-COUNT   TO AGL-RECORD-COUNT
   MOVE ALLOC-OUT-OF-BALANCE TO AGL-OUT-OF-BALANCE
   WRITE ALLOC-FEED-RECORD.

WRITE-REGISTER-SUMMARY.
   MOVE SPACES TO REG-TEXT-LINE
   MOVE SPACES TO RTL-TEXT
   STRING "RULES POSTED: " DELIMITED BY SIZE
          POSTED-COUNT DELIMITED BY SIZE
          "  NO ACTIVITY: " DELIMITED BY SIZE
          NO-ACTIVITY-COUNT DELIMITED BY SIZE
          "  REJECTED: " DELIMITED BY SIZE
          REJECTED-COUNT DELIMITED BY SIZE
          "  GL ENTRIES: " DELIMITED BY SIZE
          ALLOC-DETAIL-COUNT DELIMITED BY SIZE
          INTO RTL-TEXT
   MOVE REG-TEXT-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   MOVE SPACES TO REG-DETAIL-LINE
   MOVE "TOTAL"  TO RDL-ROLE
   MOVE ALLOC-DEBIT-TOTAL TO RDL-AMOUNT
   MOVE "DR" TO RDL-DRCR
   MOVE 'ALLOCATION DEBITS' TO RDL-NOTE
   MOVE REG-DETAIL-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   MOVE SPACES TO REG-DETAIL-LINE
   MOVE "TOTAL"  TO RDL-ROLE
   MOVE ALLOC-CREDIT-TOTAL TO RDL-AMOUNT
   MOVE "CR" TO RDL-DRCR
   MOVE 'ALLOCATION CREDITS' TO RDL-NOTE
   MOVE REG-DETAIL-LINE TO REG-PRINT-LINE
   PERFORM PRINT-REGISTER-LINE
   MOVE SPACES TO REG-TEXT-LINE
   IF ALLOC-OUT-OF-BALANCE = 'N'
      MOVE "ALLOCATION FEED IS IN BALANCE" TO RTL-TEXT
   ELSE
      MOVE "*** ALLOCATION FEED OUT OF BALANCE - DEBITS DO NOT "
         & "EQUAL CREDITS ***" TO RTL-TEXT
   END-IF
   MOVE REG-TEXT-LINE TO REG-PRINT-LINE
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
