IDENTIFICATION DIVISION.
PROGRAM-ID. IC-BALANCE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT ENTITY-MASTER-FILE
      ASSIGN DYNAMIC ENTITY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ENTITY-MASTER-STATUS.
   SELECT CATEGORY-MASTER-FILE
      ASSIGN DYNAMIC CATEGORY-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS CATEGORY-MASTER-STATUS.
   SELECT OPTIONAL BALANCE-MASTER-FILE
      ASSIGN DYNAMIC BALANCE-MASTER-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.
   SELECT IC-REPORT-FILE
      ASSIGN DYNAMIC IC-REPORT-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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
   FD  IC-REPORT-FILE.
   01  IC-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
       01  RUN-DATE-PARM         PIC X(8) VALUE SPACES.
       01  ENTITY-MASTER-FILE-NAME PIC X(40) VALUE "entmast.txt".
       01  ENTITY-MASTER-PARM    PIC X(40) VALUE SPACES.
       01  ENTITY-MASTER-STATUS  PIC X(2) VALUE "00".
       01  CATEGORY-MASTER-FILE-NAME PIC X(40) VALUE "catmast.txt".
       01  CATEGORY-MASTER-PARM  PIC X(40) VALUE SPACES.
       01  CATEGORY-MASTER-STATUS PIC X(2) VALUE "00".
       01  BALANCE-MASTER-FILE-NAME PIC X(40) VALUE "balmast.txt".
       01  BALANCE-MASTER-PARM   PIC X(40) VALUE SPACES.
       01  IC-REPORT-FILE-NAME   PIC X(40) VALUE "icbal.txt".
       01  ENTITY-MASTER-EOF     PIC X(1) VALUE 'N'.
       01  CATEGORY-MASTER-EOF   PIC X(1) VALUE 'N'.
       01  BALANCE-MASTER-EOF    PIC X(1) VALUE 'N'.
       01  POSTED-THROUGH-DATE   PIC X(8) VALUE SPACES.
       01  IC-ROUTE-TABLE.
           05  IC-ROUTE-ENTRY OCCURS 50 TIMES
               INDEXED BY ICR-IDX ICR-REV-IDX.
               10  ICR-ENTITY       PIC X(3) VALUE SPACES.
               10  ICR-COUNTERPARTY PIC X(3) VALUE SPACES.
               10  ICR-DUE-FROM     PIC X(4) VALUE SPACES.
               10  ICR-DUE-TO       PIC X(4) VALUE SPACES.
               10  ICR-BALANCE      PIC S9(34)V99 VALUE 0.
               10  ICR-CHECKED      PIC X(1) VALUE 'N'.
       01  IC-ROUTE-COUNT        PIC 9(4) VALUE 0.
       01  ROUTE-ENTITY          PIC X(3) VALUE SPACES.
       01  ROUTE-COUNTERPARTY    PIC X(3) VALUE SPACES.
       01  MASTER-TABLE.
           05  MASTER-ENTRY OCCURS 500 TIMES INDEXED BY MST-IDX.
               10  MST-CODE         PIC X(4) VALUE SPACES.
               10  MST-GL-ACCOUNT   PIC 9(8) VALUE 0.
       01  MASTER-COUNT          PIC 9(4) VALUE 0.
       01  MASTER-FOUND          PIC X(1) VALUE 'N'.
       01  MASTER-LOOKUP-CODE    PIC X(4) VALUE SPACES.
       01  BALANCE-TABLE.
           05  BALANCE-ENTRY OCCURS 500 TIMES INDEXED BY BAL-IDX.
               10  BALT-ACCOUNT     PIC 9(8) VALUE 0.
               10  BALT-CLOSING     PIC S9(34)V99 VALUE 0.
       01  BALANCE-COUNT         PIC 9(4) VALUE 0.
       01  ROUTE-ACCOUNT-BALANCE PIC S9(34)V99 VALUE 0.
       01  PAIR-ENTITY-BALANCE   PIC S9(34)V99 VALUE 0.
       01  PAIR-COUNTER-BALANCE  PIC S9(34)V99 VALUE 0.
       01  PAIR-NET              PIC S9(34)V99 VALUE 0.
       01  PAIR-REVERSE-FOUND    PIC X(1) VALUE 'N'.
       01  PAIR-COUNT            PIC 9(4) VALUE 0.
       01  PAIR-BALANCED-COUNT   PIC 9(4) VALUE 0.
       01  PAIR-FAILED-COUNT     PIC 9(4) VALUE 0.
       01  ABS-AMOUNT            PIC 9(34)V99 VALUE 0.
       01  ICB-PAGE-NUM          PIC 9(4) VALUE 0.
       01  ICB-LINE-CNT          PIC 9(4) VALUE 0.
       01  ICB-PAGE-SIZE         PIC 9(4) VALUE 55.
       01  ICB-HEAD-1.
           05  FILLER       PIC X(36)
               VALUE "INTERCOMPANY BALANCING REPORT       ".
           05  FILLER       PIC X(10) VALUE "RUN DATE: ".
           05  ICH1-RUN-DATE PIC X(8).
           05  FILLER       PIC X(6) VALUE SPACES.
           05  FILLER       PIC X(6) VALUE "PAGE: ".
           05  ICH1-PAGE    PIC ZZZ9.
       01  ICB-COL-HEAD-1.
           05  FILLER PIC X(8)  VALUE "ENTITY".
           05  FILLER PIC X(8)  VALUE "CPTY".
           05  FILLER PIC X(24) VALUE "          ENTITY BALANCE".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(24) VALUE "    COUNTERPARTY BALANCE".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(24) VALUE "                     NET".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(30) VALUE "STATUS".
       01  ICB-DETAIL-LINE.
           05  IDL-ENTITY       PIC X(3).
           05  FILLER           PIC X(5) VALUE SPACES.
           05  IDL-COUNTERPARTY PIC X(3).
           05  FILLER           PIC X(5) VALUE SPACES.
           05  IDL-ENTITY-BAL   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  IDL-ENTITY-DRCR  PIC X(2).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  IDL-COUNTER-BAL  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  IDL-COUNTER-DRCR PIC X(2).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  IDL-NET          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  IDL-NET-DRCR     PIC X(2).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  IDL-STATUS       PIC X(30).
       01  ICB-TEXT-LINE.
           05  FILLER       PIC X(4).
           05  ITL-TEXT     PIC X(80).
       01  ICB-PRINT-LINE        PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
   ACCEPT RUN-DATE-PARM FROM ENVIRONMENT "RUN_DATE"
   IF RUN-DATE-PARM NOT = SPACES
      MOVE SPACES TO IC-REPORT-FILE-NAME
      STRING "ICBAL.D" DELIMITED BY SIZE
             RUN-DATE-PARM DELIMITED BY SPACE
             INTO IC-REPORT-FILE-NAME
   END-IF
   ACCEPT ENTITY-MASTER-PARM FROM ENVIRONMENT "ENTITY_MASTER"
   IF ENTITY-MASTER-PARM NOT = SPACES
      MOVE ENTITY-MASTER-PARM TO ENTITY-MASTER-FILE-NAME
   END-IF
   ACCEPT CATEGORY-MASTER-PARM FROM ENVIRONMENT "CATEGORY_MASTER"
   IF CATEGORY-MASTER-PARM NOT = SPACES
      MOVE CATEGORY-MASTER-PARM TO CATEGORY-MASTER-FILE-NAME
   END-IF
   ACCEPT BALANCE-MASTER-PARM FROM ENVIRONMENT "BALANCE_MASTER"
   IF BALANCE-MASTER-PARM NOT = SPACES
      MOVE BALANCE-MASTER-PARM TO BALANCE-MASTER-FILE-NAME
   END-IF
   PERFORM LOAD-ENTITY-MASTER
   PERFORM LOAD-CATEGORY-MASTER
   PERFORM LOAD-BALANCE-MASTER
   IF RUN-DATE-PARM NOT = SPACES
      AND (POSTED-THROUGH-DATE = SPACES
           OR POSTED-THROUGH-DATE < RUN-DATE-PARM)
      DISPLAY "FATAL: BALANCE MASTER ["
         FUNCTION TRIM(BALANCE-MASTER-FILE-NAME)
         "] IS POSTED THROUGH [" POSTED-THROUGH-DATE
         "] - RUN BALANCE UPDATE FOR [" RUN-DATE-PARM
         "] BEFORE INTERCOMPANY BALANCING"
      STOP RUN 16
   END-IF
   PERFORM VARYING ICR-IDX FROM 1 BY 1 UNTIL ICR-IDX > IC-ROUTE-COUNT
      PERFORM COMPUTE-ROUTE-BALANCE
   END-PERFORM
   OPEN OUTPUT IC-REPORT-FILE
   MOVE 0 TO ICB-PAGE-NUM
   MOVE ICB-PAGE-SIZE TO ICB-LINE-CNT
   MOVE ICB-COL-HEAD-1 TO ICB-PRINT-LINE
   PERFORM PRINT-IC-LINE
   PERFORM VARYING ICR-IDX FROM 1 BY 1 UNTIL ICR-IDX > IC-ROUTE-COUNT
      IF ICR-CHECKED(ICR-IDX) = 'N'
         PERFORM CHECK-ENTITY-PAIR
      END-IF
   END-PERFORM
   PERFORM WRITE-IC-SUMMARY
   CLOSE IC-REPORT-FILE
   DISPLAY "INTERCOMPANY BALANCING COMPLETE: " PAIR-COUNT
      " PAIRS, " PAIR-BALANCED-COUNT " BALANCED, "
      PAIR-FAILED-COUNT " OUT OF BALANCE"
   IF PAIR-FAILED-COUNT > 0
      STOP RUN 8
   END-IF
   STOP RUN.

LOAD-ENTITY-MASTER.
   OPEN INPUT ENTITY-MASTER-FILE
   IF ENTITY-MASTER-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN ENTITY MASTER ["
         FUNCTION TRIM(ENTITY-MASTER-FILE-NAME)
         "] - FILE STATUS " ENTITY-MASTER-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL ENTITY-MASTER-EOF = 'Y'
      READ ENTITY-MASTER-FILE
         AT END MOVE 'Y' TO ENTITY-MASTER-EOF
         NOT AT END
            EVALUATE EM-REC-TYPE
               WHEN 'I'
                  IF IC-ROUTE-COUNT >= 50
                     DISPLAY "FATAL: ENTITY MASTER EXCEEDS 50 "
                        "INTERCOMPANY ROUTES"
                     CLOSE ENTITY-MASTER-FILE
                     STOP RUN 20
                  END-IF
                  ADD 1 TO IC-ROUTE-COUNT
                  SET ICR-IDX TO IC-ROUTE-COUNT
                  MOVE ER-ENTITY       TO ICR-ENTITY(ICR-IDX)
                  MOVE ER-COUNTERPARTY TO ICR-COUNTERPARTY(ICR-IDX)
                  MOVE ER-DUE-FROM-CATEGORY TO ICR-DUE-FROM(ICR-IDX)
                  MOVE ER-DUE-TO-CATEGORY   TO ICR-DUE-TO(ICR-IDX)
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE ENTITY-MASTER-FILE.

LOAD-CATEGORY-MASTER.
   OPEN INPUT CATEGORY-MASTER-FILE
   IF CATEGORY-MASTER-STATUS NOT = "00"
      DISPLAY "FATAL: CANNOT OPEN CATEGORY MASTER ["
         FUNCTION TRIM(CATEGORY-MASTER-FILE-NAME)
         "] - FILE STATUS " CATEGORY-MASTER-STATUS
      STOP RUN 20
   END-IF
   PERFORM UNTIL CATEGORY-MASTER-EOF = 'Y'
      READ CATEGORY-MASTER-FILE
         AT END MOVE 'Y' TO CATEGORY-MASTER-EOF
         NOT AT END
            IF MASTER-COUNT >= 500
               DISPLAY "FATAL: CATEGORY MASTER EXCEEDS 500 ENTRIES"
               CLOSE CATEGORY-MASTER-FILE
               STOP RUN 20
            END-IF
            ADD 1 TO MASTER-COUNT
            SET MST-IDX TO MASTER-COUNT
            MOVE CM-CODE       TO MST-CODE(MST-IDX)
            MOVE CM-GL-ACCOUNT TO MST-GL-ACCOUNT(MST-IDX)
      END-READ
   END-PERFORM
   CLOSE CATEGORY-MASTER-FILE.

LOAD-BALANCE-MASTER.
   OPEN INPUT BALANCE-MASTER-FILE
   PERFORM UNTIL BALANCE-MASTER-EOF = 'Y'
      READ BALANCE-MASTER-FILE
         AT END MOVE 'Y' TO BALANCE-MASTER-EOF
         NOT AT END
            EVALUATE BAL-REC-TYPE
               WHEN 'H'
                  MOVE BAL-HDR-FEED-DATE TO POSTED-THROUGH-DATE
               WHEN 'D'
                  IF BALANCE-COUNT >= 500
                     DISPLAY "FATAL: BALANCE MASTER EXCEEDS 500 "
                        "ACCOUNTS"
                     CLOSE BALANCE-MASTER-FILE
                     STOP RUN 20
                  END-IF
                  ADD 1 TO BALANCE-COUNT
                  SET BAL-IDX TO BALANCE-COUNT
                  MOVE BAL-ACCOUNT TO BALT-ACCOUNT(BAL-IDX)
                  MOVE BAL-CLOSING TO BALT-CLOSING(BAL-IDX)
            END-EVALUATE
      END-READ
   END-PERFORM
   CLOSE BALANCE-MASTER-FILE.

COMPUTE-ROUTE-BALANCE.
   MOVE 0 TO ICR-BALANCE(ICR-IDX)
   MOVE ICR-DUE-FROM(ICR-IDX) TO MASTER-LOOKUP-CODE
   PERFORM ADD-CATEGORY-BALANCE
   ADD ROUTE-ACCOUNT-BALANCE TO ICR-BALANCE(ICR-IDX)
   MOVE ICR-DUE-TO(ICR-IDX) TO MASTER-LOOKUP-CODE
   PERFORM ADD-CATEGORY-BALANCE
   ADD ROUTE-ACCOUNT-BALANCE TO ICR-BALANCE(ICR-IDX).

ADD-CATEGORY-BALANCE.
   MOVE 0 TO ROUTE-ACCOUNT-BALANCE
   MOVE 'N' TO MASTER-FOUND
   PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MASTER-COUNT
      IF MST-CODE(MST-IDX) = MASTER-LOOKUP-CODE
         MOVE 'Y' TO MASTER-FOUND
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF MASTER-FOUND = 'N'
      DISPLAY "FATAL: INTERCOMPANY ROUTE [" ICR-ENTITY(ICR-IDX)
         "/" ICR-COUNTERPARTY(ICR-IDX) "] CATEGORY ["
         MASTER-LOOKUP-CODE "] IS NOT ON THE CATEGORY MASTER"
      STOP RUN 20
   END-IF
   PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BALANCE-COUNT
      IF BALT-ACCOUNT(BAL-IDX) = MST-GL-ACCOUNT(MST-IDX)
         MOVE BALT-CLOSING(BAL-IDX) TO ROUTE-ACCOUNT-BALANCE
         EXIT PERFORM
      END-IF
   END-PERFORM.

CHECK-ENTITY-PAIR.
   MOVE 'Y' TO ICR-CHECKED(ICR-IDX)
   ADD 1 TO PAIR-COUNT
   MOVE ICR-BALANCE(ICR-IDX) TO PAIR-ENTITY-BALANCE
   MOVE 0 TO PAIR-COUNTER-BALANCE
   MOVE ICR-COUNTERPARTY(ICR-IDX) TO ROUTE-ENTITY
   MOVE ICR-ENTITY(ICR-IDX)       TO ROUTE-COUNTERPARTY
   PERFORM FIND-REVERSE-ROUTE
   COMPUTE PAIR-NET = PAIR-ENTITY-BALANCE + PAIR-COUNTER-BALANCE
   MOVE SPACES TO ICB-DETAIL-LINE
   MOVE ICR-ENTITY(ICR-IDX)       TO IDL-ENTITY
   MOVE ICR-COUNTERPARTY(ICR-IDX) TO IDL-COUNTERPARTY
   IF PAIR-ENTITY-BALANCE < 0
      COMPUTE ABS-AMOUNT = 0 - PAIR-ENTITY-BALANCE
      MOVE "CR" TO IDL-ENTITY-DRCR
   ELSE
      MOVE PAIR-ENTITY-BALANCE TO ABS-AMOUNT
      MOVE "DR" TO IDL-ENTITY-DRCR
   END-IF
   MOVE ABS-AMOUNT TO IDL-ENTITY-BAL
   IF PAIR-COUNTER-BALANCE < 0
      COMPUTE ABS-AMOUNT = 0 - PAIR-COUNTER-BALANCE
      MOVE "CR" TO IDL-COUNTER-DRCR
   ELSE
      MOVE PAIR-COUNTER-BALANCE TO ABS-AMOUNT
      MOVE "DR" TO IDL-COUNTER-DRCR
   END-IF
   MOVE ABS-AMOUNT TO IDL-COUNTER-BAL
   IF PAIR-NET < 0
      COMPUTE ABS-AMOUNT = 0 - PAIR-NET
      MOVE "CR" TO IDL-NET-DRCR
   ELSE
      MOVE PAIR-NET TO ABS-AMOUNT
      MOVE "DR" TO IDL-NET-DRCR
   END-IF
   MOVE ABS-AMOUNT TO IDL-NET
   IF PAIR-NET = 0
      ADD 1 TO PAIR-BALANCED-COUNT
      IF PAIR-REVERSE-FOUND = 'Y'
         MOVE "BALANCED" TO IDL-STATUS
      ELSE
         MOVE "BALANCED - NO REVERSE ROUTE" TO IDL-STATUS
      END-IF
   ELSE
      ADD 1 TO PAIR-FAILED-COUNT
      IF PAIR-REVERSE-FOUND = 'Y'
         MOVE "*** OUT OF BALANCE ***" TO IDL-STATUS
      ELSE
         MOVE "*** NO REVERSE ROUTE ***" TO IDL-STATUS
      END-IF
   END-IF
   MOVE ICB-DETAIL-LINE TO ICB-PRINT-LINE
   PERFORM PRINT-IC-LINE.

FIND-REVERSE-ROUTE.
   MOVE 'N' TO PAIR-REVERSE-FOUND
   PERFORM VARYING ICR-REV-IDX FROM 1 BY 1
      UNTIL ICR-REV-IDX > IC-ROUTE-COUNT
      IF ICR-ENTITY(ICR-REV-IDX) = ROUTE-ENTITY
         AND ICR-COUNTERPARTY(ICR-REV-IDX) = ROUTE-COUNTERPARTY
         AND ICR-CHECKED(ICR-REV-IDX) = 'N'
         MOVE 'Y' TO PAIR-REVERSE-FOUND
         MOVE 'Y' TO ICR-CHECKED(ICR-REV-IDX)
         MOVE ICR-BALANCE(ICR-REV-IDX) TO PAIR-COUNTER-BALANCE
         EXIT PERFORM
      END-IF
   END-PERFORM.

WRITE-IC-SUMMARY.
   MOVE SPACES TO ICB-PRINT-LINE
   PERFORM PRINT-IC-LINE
   MOVE SPACES TO ICB-TEXT-LINE
   STRING "ENTITY PAIRS: " DELIMITED BY SIZE
          PAIR-COUNT DELIMITED BY SIZE
          "  BALANCED: " DELIMITED BY SIZE
          PAIR-BALANCED-COUNT DELIMITED BY SIZE
          "  OUT OF BALANCE: " DELIMITED BY SIZE
          PAIR-FAILED-COUNT DELIMITED BY SIZE
          INTO ITL-TEXT
   MOVE ICB-TEXT-LINE TO ICB-PRINT-LINE
   PERFORM PRINT-IC-LINE
   MOVE SPACES TO ICB-TEXT-LINE
   IF PAIR-FAILED-COUNT = 0
      MOVE "ALL INTERCOMPANY DUE-TO/DUE-FROM BALANCES NET TO ZERO"
         TO ITL-TEXT
   ELSE
      MOVE "*** INTERCOMPANY BALANCES DO NOT NET TO ZERO - "
         & "INVESTIGATE ***" TO ITL-TEXT
   END-IF
   MOVE ICB-TEXT-LINE TO ICB-PRINT-LINE
   PERFORM PRINT-IC-LINE.

PRINT-IC-LINE.
   IF ICB-LINE-CNT >= ICB-PAGE-SIZE
      PERFORM PRINT-IC-PAGE-HEADING
   END-IF
   MOVE ICB-PRINT-LINE TO IC-REPORT-LINE
   WRITE IC-REPORT-LINE
   ADD 1 TO ICB-LINE-CNT.

PRINT-IC-PAGE-HEADING.
   ADD 1 TO ICB-PAGE-NUM
   MOVE RUN-DATE-PARM TO ICH1-RUN-DATE
   MOVE ICB-PAGE-NUM TO ICH1-PAGE
   MOVE ICB-HEAD-1 TO IC-REPORT-LINE
   WRITE IC-REPORT-LINE
   MOVE SPACES TO IC-REPORT-LINE
   WRITE IC-REPORT-LINE
   MOVE 2 TO ICB-LINE-CNT.
